000100*-----------------------------------------------------------*
000200*  CHGREC.CPY                                                *
000300*  MASTER-CHANGE RECORD, USED FOR THE PENDING-CHANGE FILE    *
000400*  (CHGPEND) AND THE PERMANENT CHANGE JOURNAL (CHGJRNL). AN  *
000500*  ADD, CHANGE OR DELETE KEYED IN MENUDRV AGAINST THE RATES  *
000600*  TABLE (RATEMF), DEPARTMENT MASTER (DEPTMF) OR TEMPLATE    *
000700*  MASTER (TMPLMF) IS NOT APPLIED AT ONCE. IT WAITS ON       *
000800*  CHGPEND, KEYED ON THE MASTER AND ITS RECORD KEY (SO ONE   *
000900*  RECORD HAS AT MOST ONE CHANGE WAITING), WITH THE RECORD   *
001000*  AS IT STOOD (BEFORE IMAGE) AND AS IT WILL BE (AFTER       *
001100*  IMAGE) AND THE OPERATOR WHO KEYED IT (THE MAKER). A       *
001200*  SECOND SUPERVISOR (THE CHECKER) APPROVES OR DECLINES IT   *
001300*  FROM THE MENU; THE DECISION TAKES IT OFF CHGPEND AND      *
001400*  APPENDS IT TO CHGJRNL, WHICH CHGRPT REPORTS FOR THE       *
001500*  AUDITORS. THE BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE  *
001600*  OF A DELETE ARE SPACES. THE IMAGE WIDTH MUST HOLD THE     *
001700*  LONGEST OF THE RATEREC, DEPTREC AND TMPLREC RECORDS.      *
001800*  REPLACE THE 01-LEVEL NAME VIA COPY REPLACING WHEN MORE    *
001900*  THAN ONE COPY IS NEEDED IN THE SAME PROGRAM.              *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY
002200*  2026-10-15 MWF  INITIAL VERSION.
002300*-----------------------------------------------------------*
002400 01  CHANGE-RECORD.
002500     05  CHG-KEY.
002600         10  CHG-MASTER               PIC X(01).
002700             88  CHG-RATE                   VALUE "R".
002800             88  CHG-DEPT                   VALUE "D".
002900             88  CHG-TMPL                   VALUE "T".
003000         10  CHG-MASTER-KEY           PIC X(06).
003100     05  CHG-ACTION                   PIC X(01).
003200         88  CHG-ADD                        VALUE "A".
003300         88  CHG-CHANGE                     VALUE "C".
003400         88  CHG-DELETE                     VALUE "D".
003500     05  CHG-STATUS                   PIC X(01).
003600         88  CHG-PENDING                    VALUE "P".
003700         88  CHG-APPLIED                    VALUE "A".
003800         88  CHG-DECLINED                   VALUE "X".
003900     05  CHG-MAKER                    PIC X(08).
004000     05  CHG-MAKE-DATE                PIC 9(08).
004100     05  CHG-MAKE-TIME                PIC 9(08).
004200     05  CHG-CHECKER                  PIC X(08).
004300     05  CHG-CHECK-DATE               PIC 9(08).
004400     05  CHG-CHECK-TIME               PIC 9(08).
004500     05  CHG-BEFORE-IMAGE             PIC X(80).
004600     05  CHG-AFTER-IMAGE              PIC X(80).
004700     05  FILLER                       PIC X(03).

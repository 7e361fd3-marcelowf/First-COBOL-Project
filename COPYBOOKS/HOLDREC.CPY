000100*-----------------------------------------------------------*
000200*  HOLDREC.CPY                                               *
000300*  HELD-ITEMS MASTER RECORD (HOLDMF). A CALCULATION THAT     *
000400*  PASSES CALCENG BUT BREAKS ITS DEPARTMENT'S HIGH-VALUE     *
000500*  LIMITS (DEPTREC.CPY - LARGEST SINGLE RESULT, DAILY TOTAL  *
000600*  VALUE) IS NOT POSTED BY THE CALC RUN. IT IS WRITTEN HERE  *
000700*  WITH THE ORIGINAL TRANSACTION IMAGE AND THE RESULT IT     *
000800*  WOULD HAVE POSTED, AND WAITS FOR A SUPERVISOR TO RELEASE  *
000900*  OR REJECT IT FROM MENUDRV. THE HOLDREL STEP PASSES EACH   *
001000*  DECIDED ITEM BACK TO THE NEXT CALC RUN AND STAMPS THE     *
001100*  SENT DATE SO IT IS NEVER PASSED ON TWICE. KEYED ON        *
001200*  HLD-ID - THE TRANSACTION ID. THE IMAGE FIELD WIDTH MUST   *
001300*  MATCH THE CALCTXN.CPY RECORD LENGTH. REPLACE THE 01-LEVEL *
001400*  NAME VIA COPY REPLACING WHEN MORE THAN ONE COPY IS NEEDED *
001500*  IN THE SAME PROGRAM.                                      *
001600*-----------------------------------------------------------*
001700*  MODIFICATION HISTORY
001800*  2026-10-15 MWF  INITIAL VERSION.
001900*-----------------------------------------------------------*
002000 01  HOLD-RECORD.
002100     05  HLD-ID                       PIC X(10).
002200     05  HLD-DEPT                     PIC X(04).
002300     05  HLD-HOLD-DATE                PIC 9(08).
002400     05  HLD-REASON                   PIC X(01).
002500         88  HLD-OVER-MAX                   VALUE "M".
002600         88  HLD-OVER-CAP                   VALUE "V".
002700     05  HLD-RE                       PIC S9(7)V99.
002800     05  HLD-STATUS                   PIC X(01).
002900         88  HLD-HELD                       VALUE "H".
003000         88  HLD-RELEASED                   VALUE "R".
003100         88  HLD-REJECTED                   VALUE "X".
003200     05  HLD-ACT-DATE                 PIC 9(08).
003300     05  HLD-ACT-USER                 PIC X(08).
003400     05  HLD-SENT-DATE                PIC 9(08).
003500     05  HLD-TXN-IMAGE                PIC X(50).

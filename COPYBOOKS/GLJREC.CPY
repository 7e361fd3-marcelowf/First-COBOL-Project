000100*-----------------------------------------------------------*
000200*  GLJREC.CPY                                                *
000300*  GENERAL-LEDGER JOURNAL INTERFACE RECORD (GLJNL), WRITTEN  *
000400*  BY GLJRNL FOR THE LEDGER LOAD. ONE HEADER, THEN TWO       *
000500*  DETAIL LINES - ONE DEBIT, ONE CREDIT, SAME AMOUNT - PER   *
000600*  JOURNAL ENTRY, THEN ONE CONTROL TRAILER CARRYING THE      *
000700*  ENTRY AND LINE COUNTS AND THE DEBIT AND CREDIT TOTALS SO  *
000800*  THE LOAD CAN PROVE IT RECEIVED THE COMPLETE, BALANCED     *
000900*  FILE. AMOUNTS ARE UNSIGNED - THE DEBIT/CREDIT INDICATOR   *
001000*  CARRIES THE DIRECTION. THE RECORD TYPE BYTE SELECTS THE   *
001100*  REDEFINITION. REPLACE THE 01-LEVEL NAME VIA COPY          *
001200*  REPLACING WHEN MORE THAN ONE COPY IS NEEDED IN THE SAME   *
001300*  PROGRAM.                                                  *
001400*-----------------------------------------------------------*
001500*  MODIFICATION HISTORY
001600*  2026-10-15 MWF  INITIAL VERSION.
001700*-----------------------------------------------------------*
001800 01  GL-JOURNAL-RECORD.
001900     05  GLJ-REC-TYPE                 PIC X(01).
002000         88  GLJ-HEADER                     VALUE "H".
002100         88  GLJ-DETAIL                     VALUE "D".
002200         88  GLJ-TRAILER                    VALUE "T".
002300     05  GLJ-BODY                     PIC X(79).
002400     05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
002500         10  GLJH-SOURCE              PIC X(08).
002600         10  GLJH-JOURNAL-DATE        PIC 9(08).
002700         10  GLJH-CREATE-DATE         PIC 9(08).
002800         10  GLJH-CREATE-TIME         PIC 9(08).
002900         10  FILLER                   PIC X(47).
003000     05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
003100         10  GLJD-ENTRY-NO            PIC 9(06).
003200         10  GLJD-ACCOUNT             PIC X(12).
003300         10  GLJD-DR-CR               PIC X(01).
003400             88  GLJD-DEBIT                 VALUE "D".
003500             88  GLJD-CREDIT                VALUE "C".
003600         10  GLJD-AMOUNT              PIC 9(11)V99.
003700         10  GLJD-DEPT                PIC X(04).
003800         10  GLJD-CATEGORY            PIC X(01).
003900         10  GLJD-TXN-COUNT           PIC 9(09).
004000         10  GLJD-DESC                PIC X(30).
004100         10  FILLER                   PIC X(03).
004200     05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
004300         10  GLJT-ENTRY-COUNT         PIC 9(06).
004400         10  GLJT-LINE-COUNT          PIC 9(09).
004500         10  GLJT-TOTAL-DEBIT         PIC 9(13)V99.
004600         10  GLJT-TOTAL-CREDIT        PIC 9(13)V99.
004700         10  FILLER                   PIC X(34).

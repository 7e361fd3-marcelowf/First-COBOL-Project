000100*-----------------------------------------------------------*
000200*  EODCREC.CPY                                               *
000300*  END-OF-DAY BALANCING CERTIFICATE RECORD (EODCERT). ONE    *
000400*  KEYED ENTRY PER BALANCE DATE, WRITTEN BY EODBAL WITH ITS  *
000500*  VERDICT AND THE STORE COUNTS IT CROSS-FOOTED, SO LATER    *
000600*  STEPS CAN ASK WHETHER A DAY WAS CERTIFIED IN BALANCE -    *
000700*  THE GLJRNL JOURNAL EXTRACT REFUSES A DAY THAT WAS NOT. A  *
000800*  RERUN OF EODBAL FOR THE SAME DATE REPLACES THE ENTRY.     *
000900*  KEYED ON EODC-BAL-DATE. REPLACE THE 01-LEVEL NAME VIA     *
001000*  COPY REPLACING WHEN MORE THAN ONE COPY IS NEEDED IN THE   *
001100*  SAME PROGRAM.                                             *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY
001400*  2026-10-15 MWF  INITIAL VERSION.
001500*-----------------------------------------------------------*
001600 01  EOD-CERT-RECORD.
001700     05  EODC-BAL-DATE                PIC 9(08).
001800     05  EODC-VERDICT                 PIC X(01).
001900         88  EODC-IN-BALANCE                VALUE "B".
002000         88  EODC-OUT-OF-BALANCE            VALUE "U".
002100     05  EODC-RUN-DATE                PIC 9(08).
002200     05  EODC-RUN-TIME                PIC 9(08).
002300     05  EODC-OUT-TOTAL               PIC 9(09).
002400     05  EODC-OUT-OK                  PIC 9(09).
002500     05  EODC-MF-TODAY                PIC 9(09).
002600     05  EODC-REJ-COUNT               PIC 9(09).
002700     05  EODC-AUD-TODAY               PIC 9(09).

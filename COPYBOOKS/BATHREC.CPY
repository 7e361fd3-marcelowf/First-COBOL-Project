000100*-----------------------------------------------------------*
000200*  BATHREC.CPY                                               *
000300*  PROCESSED-BATCH HISTORY RECORD. ONE KEYED ENTRY PER BATCH  *
000400*  THE CALC RUN HAS POSTED, WRITTEN BY BATCHCHK IN ITS POST   *
000500*  MODE AFTER THE CALC STEP, SO THE NEXT PRE-RUN CHECK CAN    *
000600*  TELL A REPLAYED FILE FROM A NEW ONE. KEYED ON BHS-KEY -    *
000700*  DEPARTMENT, BATCH ID AND THE SENDER'S CREATION DATE FROM   *
000800*  THE BATCH HEADER, SO A BATCH ID THE SENDER REUSES EVERY    *
000900*  DAY IS ONLY A REPEAT WHEN THE CREATION DATE REPEATS TOO.   *
001000*  REPLACE THE 01-LEVEL NAME VIA COPY REPLACING WHEN MORE     *
001100*  THAN ONE COPY IS NEEDED IN THE SAME PROGRAM.               *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY
001400*  2026-10-15 MWF  INITIAL VERSION.
001500*-----------------------------------------------------------*
001600 01  BATCH-HISTORY-RECORD.
001700     05  BHS-KEY.
001800         10  BHS-DEPT                 PIC X(04).
001900         10  BHS-BATCH-ID             PIC X(08).
002000         10  BHS-CREATE-DATE          PIC 9(08).
002100     05  BHS-RUN-DATE                 PIC 9(08).
002200     05  BHS-RUN-TIME                 PIC 9(08).
002300     05  BHS-DET-COUNT                PIC 9(09).

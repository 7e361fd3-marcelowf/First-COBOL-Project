001323*                  (SPACES FOR A LITERAL VALOR 2) AND THE
001324*                  RATE-ERROR STATUS FOR A CODE THE RATES
001325*                  TABLE COULD NOT RESOLVE.
001327*  2026-10-15 MWF  ADDED THE REVERSAL STATUS FOR THE
001328*                  OFFSETTING ENTRY WRITTEN WHEN A REVERSAL
001329*                  TRANSACTION BACKS OUT AN EARLIER POSTING
001330*                  (RESULT AND REMAINDER ARE THE ORIGINAL'S,
001331*                  NEGATED) AND THE REVERSAL-REFUSED STATUS
001332*                  FOR A REVERSAL NAMING AN ENTRY THAT IS NOT
001333*                  ON THE RESULTS MASTER, IS NOT A GOOD
001334*                  POSTING OR BELONGS TO ANOTHER DEPARTMENT.
001335*  2026-10-15 MWF  ADDED THE HELD STATUS FOR A RESULT DIVERTED
001336*                  TO THE HELD-ITEMS FILE BY ITS DEPARTMENT'S
001337*                  HIGH-VALUE LIMITS (NOT POSTED) AND THE
001338*                  HOLD-REJECTED STATUS FOR A HELD ITEM A
001339*                  SUPERVISOR REJECTED.
001340*-----------------------------------------------------------*
001400 01  CALC-RECORD.
001450     05  CALC-ID                      PIC X(10).
001460     05  CALC-DEPT                    PIC X(04).
001950         88  CALC-CHAIN-SKIP                 VALUE "C".
001960         88  CALC-DUP-ID                     VALUE "D".
001970         88  CALC-RATE-ERR                   VALUE "R".
001980         88  CALC-REVERSED                   VALUE "V".
001990         88  CALC-REV-REFUSED                VALUE "N".
001992         88  CALC-HELD                       VALUE "H".
001994         88  CALC-HOLD-REJ                   VALUE "J".
002000     05  CALC-SEQ                     PIC 9(09).
002100     05  CALC-RATE-CODE               PIC X(04).

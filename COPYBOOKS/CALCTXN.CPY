001616*                  (RATEREC.CPY) BY THE RATE CODE AS OF THE
001617*                  RUN DATE. THE COMMON BATCH RECORD LENGTH
001618*                  IS NOW 50.
001619*  2026-10-15 MWF  ADDED THE REVERSAL RECORD TYPE. CALC-ID AND
001620*                  CALC-DEPT NAME THE RESULTS MASTER ENTRY TO
001621*                  REVERSE. A BLANK CALC-OP MEANS REVERSE ONLY;
001622*                  OTHERWISE THE REMAINING FIELDS CARRY THE
001623*                  CORRECTED CALCULATION, POSTED UNDER THE SAME
001624*                  ID ONCE THE ORIGINAL IS OFFSET. NO CHANGE TO
001625*                  THE COMMON BATCH RECORD LENGTH.
001626*  2026-10-15 MWF  THE RESUBMISSION FLAG BYTE ALSO CARRIES THE
001627*                  SUPERVISOR'S DECISION ON AN ITEM THE HOLDREL
001628*                  STEP PASSES BACK FROM THE HELD-ITEMS FILE:
001629*                  "H" RELEASED (POST WITHOUT THE HIGH-VALUE
001630*                  LIMITS), "J" REJECTED (SEND TO SUSPENSE).
001631*                  NO CHANGE TO THE COMMON BATCH RECORD LENGTH.
001632*-----------------------------------------------------------*
001700 01  CALC-TRANS-RECORD.
001710     05  CALC-REC-TYPE                PIC X(01).
001720         88  CALC-DETAIL                    VALUE "D".
001725         88  CALC-REVERSAL                  VALUE "R".
001730     05  CALC-ID                      PIC X(10).
001740     05  CALC-DEPT                    PIC X(04).
001800     05  CALC-V1                      PIC S9(7)V99.
002060         88  CALC-CONTINUATION              VALUE "C".
002100     05  CALC-RESUB                   PIC X(01).
002200         88  CALC-RESUBMITTED               VALUE "Y".
002230         88  CALC-HOLD-RELEASED             VALUE "H".
002260         88  CALC-HOLD-REJECTED             VALUE "J".
002300     05  CALC-SEQ                     PIC 9(09).

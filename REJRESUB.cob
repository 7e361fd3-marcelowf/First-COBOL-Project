001790*                  ITEMS THAT NEVER CAME BACK. A MASTER THAT
001791*                  WILL NOT OPEN WARNS AND THE REBUILD
001792*                  CONTINUES.
001794*  2026-10-15 MWF  A REFUSED REVERSAL COMES BACK AS A
001796*                  REVERSAL, NOT A DETAIL.
001797*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
001798*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
001799*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
001800*-----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
004740 77  WS-SUSP-OPEN-SW                   PIC X(01) VALUE "N".
004750     88  WS-SUSP-OPEN                        VALUE "Y".
004760 77  WS-CNT-CLEARED                    PIC 9(09) COMP VALUE ZERO.
004770
004780*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
004790     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
004800*-----------------------------------------------------------*
004900 PROCEDURE DIVISION.
005000*-----------------------------------------------------------*
005100 0000-MAINLINE.
005120     MOVE SPACES TO WS-RUN-LOG.
005140     MOVE "REJRESUB" TO RLG-PROGRAM OF WS-RUN-LOG.
005160     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
005180     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
005200     OPEN INPUT RESUB-IN-FILE.
005300     IF WS-RESUB-IN-FS NOT = "00"
005400        DISPLAY "ERROR: UNABLE TO OPEN RESUBIN - FILE STATUS "
005500           WS-RESUB-IN-FS
005600        MOVE 20 TO RETURN-CODE
005650        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
005700        STOP RUN
005800     END-IF.
005900     OPEN OUTPUT RESUB-OUT-FILE.
006900        WS-REC-COUNT.
006910     DISPLAY "REJRESUB: SUSPENSE ITEMS CLEARED ......: "
006920        WS-CNT-CLEARED.
006960     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
007000     STOP RUN.
007100*-----------------------------------------------------------*
007200 1000-READ-SUSPENSE.
008100*-----------------------------------------------------------*
008200 2000-REBUILD-TRANS.
008300     MOVE REJ-TXN-IMAGE OF RESUB-IN-REC TO RESUB-OUT-REC.
008320     IF NOT CALC-REVERSAL OF RESUB-OUT-REC
008340        SET CALC-DETAIL OF RESUB-OUT-REC TO TRUE
008360     END-IF.
008400     SET CALC-RESUBMITTED OF RESUB-OUT-REC TO TRUE.
008420     IF CALC-V1 OF RESUB-OUT-REC NUMERIC
008430        ADD CALC-V1 OF RESUB-OUT-REC TO WS-HASH-TOTAL
013400 2600-EXIT.
013500     EXIT.
013600*-----------------------------------------------------------*
013605*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
013610*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
013615*-----------------------------------------------------------*
013620 9900-WRITE-RUN-LOG.
013625     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
013630     MOVE WS-REC-COUNT TO RLG-OUT-COUNT OF WS-RUN-LOG.
013635     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
013640     CALL "RUNLOGW" USING WS-RUN-LOG.
013645     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
013650 9900-EXIT.
013655     EXIT.
013660*-----------------------------------------------------------*
013700 END PROGRAM REJRESUB.

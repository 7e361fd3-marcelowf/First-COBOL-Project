001840*                  EMPTIED ONCE THE GENERATION IS KNOWN GOOD.
001850*  2026-09-01 MWF  WIDENED THE RECORDS TO THE 104-BYTE AUDIT
001860*                  LINE (RC= RATE CODE TAG, SEE AUDITREC.CPY).
001870*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
001880*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
001890*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
004400 77  WS-AUDIT-LIVE-FS                  PIC X(02) VALUE "00".
004500 77  WS-AUDIT-GEN-FS                   PIC X(02) VALUE "00".
004600 77  WS-REC-COUNT                      PIC 9(09) COMP VALUE ZERO.
004620
004640*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
004660     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
004700*-----------------------------------------------------------*
004800 PROCEDURE DIVISION.
004900*-----------------------------------------------------------*
005000 0000-MAINLINE.
005020     MOVE SPACES TO WS-RUN-LOG.
005040     MOVE "AUDGEN" TO RLG-PROGRAM OF WS-RUN-LOG.
005060     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
005080     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
005100     OPEN INPUT AUDIT-LIVE-FILE.
005200     IF WS-AUDIT-LIVE-FS NOT = "00"
005300        DISPLAY "ERROR: UNABLE TO OPEN AUDITLOG - FILE STATUS "
005400           WS-AUDIT-LIVE-FS
005500        MOVE 20 TO RETURN-CODE
005550        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
005600        STOP RUN
005700     END-IF.
005800     OPEN OUTPUT AUDIT-GEN-FILE.
005820        DISPLAY "ERROR: UNABLE TO OPEN AUDITGEN - FILE STATUS "
005830           WS-AUDIT-GEN-FS
005840        MOVE 20 TO RETURN-CODE
005845        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
005850        STOP RUN
005860     END-IF.
005900
006230           WS-AUDIT-GEN-FS
006240        DISPLAY "ERROR: LIVE AUDIT LOG LEFT UNTOUCHED"
006250        MOVE 20 TO RETURN-CODE
006255        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
006260        STOP RUN
006270     END-IF.
006300
006900     CLOSE AUDIT-LIVE-FILE.
007000
007100     DISPLAY "AUDGEN: ENTRIES CUT TO GENERATION: " WS-REC-COUNT.
007150     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
007200     STOP RUN.
007300*-----------------------------------------------------------*
007400 1000-READ-LIVE.
008800 2000-EXIT.
008900     EXIT.
009000*-----------------------------------------------------------*
009005*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
009010*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
009015*-----------------------------------------------------------*
009020 9900-WRITE-RUN-LOG.
009025     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
009030     MOVE WS-REC-COUNT TO RLG-OUT-COUNT OF WS-RUN-LOG.
009035     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
009040     CALL "RUNLOGW" USING WS-RUN-LOG.
009045     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
009050 9900-EXIT.
009055     EXIT.
009060*-----------------------------------------------------------*
009100 END PROGRAM AUDGEN.

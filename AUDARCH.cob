001700*  2026-08-22 MWF  INITIAL VERSION.
001710*  2026-09-01 MWF  WIDENED THE RECORDS TO THE 104-BYTE AUDIT
001720*                  LINE (RC= RATE CODE TAG, SEE AUDITREC.CPY).
001740*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
001760*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
001780*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
001800*-----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
004300 77  WS-AUDIT-GEN-FS                   PIC X(02) VALUE "00".
004400 77  WS-AUDIT-HST-FS                   PIC X(02) VALUE "00".
004500 77  WS-REC-COUNT                      PIC 9(09) COMP VALUE ZERO.
004520
004540*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
004560     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
004600*-----------------------------------------------------------*
004700 PROCEDURE DIVISION.
004800*-----------------------------------------------------------*
004900 0000-MAINLINE.
004920     MOVE SPACES TO WS-RUN-LOG.
004940     MOVE "AUDARCH" TO RLG-PROGRAM OF WS-RUN-LOG.
004960     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
004980     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
005000     OPEN INPUT AUDIT-GEN-FILE.
005100     IF WS-AUDIT-GEN-FS NOT = "00"
005200        DISPLAY "ERROR: UNABLE TO OPEN AUDITGEN - FILE STATUS "
005300           WS-AUDIT-GEN-FS
005400        MOVE 20 TO RETURN-CODE
005450        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
005500        STOP RUN
005600     END-IF.
005700     OPEN EXTEND AUDIT-HST-FILE.
006600     CLOSE AUDIT-GEN-FILE.
006700     CLOSE AUDIT-HST-FILE.
006800     DISPLAY "AUDARCH: ENTRIES ARCHIVED: " WS-REC-COUNT.
006850     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
006900     STOP RUN.
007000*-----------------------------------------------------------*
007100 1000-READ-GEN.
008500 2000-EXIT.
008600     EXIT.
008700*-----------------------------------------------------------*
008720*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
008740*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
008760*-----------------------------------------------------------*
008780 9900-WRITE-RUN-LOG.
008800     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
008820     MOVE WS-REC-COUNT TO RLG-OUT-COUNT OF WS-RUN-LOG.
008840     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
008860     CALL "RUNLOGW" USING WS-RUN-LOG.
008880     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
008900 9900-EXIT.
008920     EXIT.
008940*-----------------------------------------------------------*
009000 END PROGRAM AUDARCH.

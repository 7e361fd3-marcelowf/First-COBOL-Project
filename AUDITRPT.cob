002300*  2026-08-22 MWF  INITIAL VERSION.
002310*  2026-09-01 MWF  WIDENED THE RECORDS TO THE 104-BYTE AUDIT
002320*                  LINE (RC= RATE CODE TAG, SEE AUDITREC.CPY).
002340*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002360*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002380*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
007200
007300 01  WS-RPT-LINE                       PIC X(104) VALUE SPACES.
007400 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
007420
007440*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
007460     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
007500*-----------------------------------------------------------*
007600 PROCEDURE DIVISION.
007700*-----------------------------------------------------------*
007800 0000-MAINLINE.
007820     MOVE SPACES TO WS-RUN-LOG.
007840     MOVE "AUDITRPT" TO RLG-PROGRAM OF WS-RUN-LOG.
007860     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
007880     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
007900     ACCEPT WS-SEL-FROM FROM ENVIRONMENT "AUDSELFROM".
008000     ACCEPT WS-SEL-TO FROM ENVIRONMENT "AUDSELTO".
008100     ACCEPT WS-SEL-USER FROM ENVIRONMENT "AUDSELUSER".
008600        DISPLAY "ERROR: UNABLE TO OPEN AUDITIN - FILE STATUS "
008700           WS-AUDIT-IN-FS
008800        MOVE 20 TO RETURN-CODE
008850        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
008900        STOP RUN
009000     END-IF.
009100     OPEN OUTPUT AUDIT-RPT-FILE.
010000     CLOSE AUDIT-RPT-FILE.
010100     DISPLAY "AUDITRPT: ENTRIES READ ...: " WS-REC-COUNT.
010200     DISPLAY "AUDITRPT: ENTRIES MATCHED : " WS-CNT-MATCHED.
010250     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010300     STOP RUN.
010400*-----------------------------------------------------------*
010500 1000-READ-AUDIT.
019700 8100-EXIT.
019800     EXIT.
019900*-----------------------------------------------------------*
019905*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
019910*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
019915*-----------------------------------------------------------*
019920 9900-WRITE-RUN-LOG.
019925     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
019930     MOVE WS-CNT-MATCHED TO RLG-OUT-COUNT OF WS-RUN-LOG.
019935     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
019940     CALL "RUNLOGW" USING WS-RUN-LOG.
019945     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
019950 9900-EXIT.
019955     EXIT.
019960*-----------------------------------------------------------*
020000 END PROGRAM AUDITRPT.

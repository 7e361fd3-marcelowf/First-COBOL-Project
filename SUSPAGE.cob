001900*-----------------------------------------------------------*
002000*  MODIFICATION HISTORY
002100*  2026-09-01 MWF  INITIAL VERSION.
002130*  2026-10-15 MWF  REASON TEXTS FOR A REFUSED REVERSAL AND A
002160*                  HIGH-VALUE HOLD REJECTED BY A SUPERVISOR.
002170*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002180*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002190*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
010000 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
010100 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
010200 01  WS-EDIT-AGE                       PIC ZZZZ9.
010220
010240*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
010260     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
010300*-----------------------------------------------------------*
010400 PROCEDURE DIVISION.
010500*-----------------------------------------------------------*
010600 0000-MAINLINE.
010620     MOVE SPACES TO WS-RUN-LOG.
010640     MOVE "SUSPAGE" TO RLG-PROGRAM OF WS-RUN-LOG.
010660     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
010680     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
010700     PERFORM 1100-GET-AGE-DATE THRU 1100-EXIT.
010800     MOVE WS-AGE-DATE TO WS-CONV-DATE.
010900     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
011400        DISPLAY "ERROR: UNABLE TO OPEN SUSPMF - FILE STATUS "
011500           WS-SUSP-FS
011600        MOVE 20 TO RETURN-CODE
011650        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
011700        STOP RUN
011800     END-IF.
011900     OPEN OUTPUT AGE-RPT-FILE.
013100     DISPLAY "SUSPAGE: ITEMS OPEN ........: " WS-CNT-OPEN.
013200     DISPLAY "SUSPAGE: ITEMS OVER 30 DAYS: " WS-CNT-OVER30.
013300     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
013350     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
013400     STOP RUN.
013500*-----------------------------------------------------------*
013600 1000-READ-SUSPENSE.
019100           MOVE "DUPLICATE ID" TO WS-REASON-TEXT
019150        WHEN "R"
019160           MOVE "RATE UNKNOWN" TO WS-REASON-TEXT
019165        WHEN "N"
019170           MOVE "REV REFUSED" TO WS-REASON-TEXT
019175        WHEN "J"
019180           MOVE "HOLD REJECT" TO WS-REASON-TEXT
019200        WHEN OTHER
019300           MOVE SUS-REASON OF SUSP-MF-REC TO WS-REASON-TEXT
019400     END-EVALUATE.
034900 9100-EXIT.
035000     EXIT.
035100*-----------------------------------------------------------*
035105*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
035110*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
035115*-----------------------------------------------------------*
035120 9900-WRITE-RUN-LOG.
035125     MOVE WS-CNT-READ TO RLG-IN-COUNT OF WS-RUN-LOG.
035130     MOVE WS-CNT-OPEN TO RLG-OUT-COUNT OF WS-RUN-LOG.
035135     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
035140     CALL "RUNLOGW" USING WS-RUN-LOG.
035145     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
035150 9900-EXIT.
035155     EXIT.
035160*-----------------------------------------------------------*
035200 END PROGRAM SUSPAGE.

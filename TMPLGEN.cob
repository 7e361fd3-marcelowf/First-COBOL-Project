002940*                  AND COUNTED INSTEAD OF ABENDING THE DATE
002950*                  ROLL. MENUDRV EDITS THE FIELDS AT ENTRY;
002960*                  THIS GUARDS A HAND-PATCHED MASTER.
002970*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002980*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002990*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
009100 77  WS-MONTH-LEN                      PIC 9(02) COMP VALUE ZERO.
009200 77  WS-LEAP-QUOT                      PIC 9(04) COMP VALUE ZERO.
009300 77  WS-LEAP-REM                       PIC 9(04) COMP VALUE ZERO.
009320
009340*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
009360     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
009400*-----------------------------------------------------------*
009500 PROCEDURE DIVISION.
009600*-----------------------------------------------------------*
009700 0000-MAINLINE.
009720     MOVE SPACES TO WS-RUN-LOG.
009740     MOVE "TMPLGEN" TO RLG-PROGRAM OF WS-RUN-LOG.
009760     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
009780     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
009800     PERFORM 1100-GET-RUN-DATE THRU 1100-EXIT.
009900
010000     OPEN I-O TEMPLATE-FILE.
010200        DISPLAY "ERROR: UNABLE TO OPEN TMPLMF - FILE STATUS "
010300           WS-TEMPLATE-FS
010400        MOVE 20 TO RETURN-CODE
010450        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010500        STOP RUN
010600     END-IF.
010700     OPEN OUTPUT GEN-OUT-FILE.
010900        DISPLAY "ERROR: UNABLE TO OPEN GENTXN - FILE STATUS "
011000           WS-GEN-OUT-FS
011100        MOVE 20 TO RETURN-CODE
011150        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
011200        STOP RUN
011300     END-IF.
011400
012500     DISPLAY "TMPLGEN: TEMPLATES READ ....: " WS-REC-COUNT.
012600     DISPLAY "TMPLGEN: TEMPLATES DUE .....: " WS-CNT-DUE.
012610     DISPLAY "TMPLGEN: TEMPLATES SKIPPED .: " WS-CNT-BADTPL.
012650     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
012700     STOP RUN.
012800*-----------------------------------------------------------*
012900 1000-READ-TEMPLATE.
027900 2500-EXIT.
028000     EXIT.
028100*-----------------------------------------------------------*
028105*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
028110*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
028115*-----------------------------------------------------------*
028120 9900-WRITE-RUN-LOG.
028125     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
028130     MOVE WS-CNT-DUE TO RLG-OUT-COUNT OF WS-RUN-LOG.
028135     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
028140     CALL "RUNLOGW" USING WS-RUN-LOG.
028145     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
028150 9900-EXIT.
028155     EXIT.
028160*-----------------------------------------------------------*
028200 END PROGRAM TMPLGEN.

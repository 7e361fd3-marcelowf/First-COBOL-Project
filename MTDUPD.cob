002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY
002200*  2026-09-01 MWF  INITIAL VERSION.
002210*  2026-10-15 MWF  REVERSAL OFFSETS (STATUS V) ARE NOW COUNTED
002220*                  PER DEPARTMENT AND A REVERSED ADDITION IS
002230*                  NETTED OUT OF THE TOTAL OF ADDITIONS; A
002240*                  REFUSED REVERSAL (STATUS N) COUNTS AS A
002250*                  REJECT.
002260*  2026-10-15 MWF  AN ITEM HELD FOR HIGH-VALUE REVIEW (STATUS H)
002270*                  IS NOT COUNTED - IT COUNTS ON THE DAY IT IS
002280*                  RELEASED AND POSTS. A HOLD REJECTED BY A
002290*                  SUPERVISOR (STATUS J) COUNTS AS A REJECT.
002292*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002294*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002296*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007700         10  WS-DT-REJECT              PIC 9(09) COMP.
007800         10  WS-DT-CHAIN               PIC 9(09) COMP.
007900         10  WS-DT-TOTAL-ADD           PIC S9(9)V99.
007950         10  WS-DT-REVERSE             PIC 9(09) COMP.
007960
007970*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
007980     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
008000*-----------------------------------------------------------*
008100 PROCEDURE DIVISION.
008200*-----------------------------------------------------------*
008300 0000-MAINLINE.
008320     MOVE SPACES TO WS-RUN-LOG.
008340     MOVE "MTDUPD" TO RLG-PROGRAM OF WS-RUN-LOG.
008360     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
008380     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
008400     PERFORM 1100-GET-MTD-DATE THRU 1100-EXIT.
008500
008600     OPEN INPUT RESULT-IN-FILE.
008800        DISPLAY "ERROR: UNABLE TO OPEN TRANSOUT - FILE STATUS "
008900           WS-RESULT-IN-FS
009000        MOVE 20 TO RETURN-CODE
009050        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
009100        STOP RUN
009200     END-IF.
009300     OPEN I-O MTD-FILE.
010000        DISPLAY "ERROR: UNABLE TO OPEN MTDFILE - FILE STATUS "
010100           WS-MTD-FS
010200        MOVE 20 TO RETURN-CODE
010250        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010300        STOP RUN
010400     END-IF.
010500
011700     DISPLAY "MTDUPD: PROCESSING DATE ....: " WS-MTD-DATE.
011800     DISPLAY "MTDUPD: RECORDS READ .......: " WS-REC-COUNT.
011900     DISPLAY "MTDUPD: DEPARTMENTS POSTED .: " WS-CNT-POSTED.
011950     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
012000     STOP RUN.
012100*-----------------------------------------------------------*
012200 1000-READ-RESULT.
014700           PERFORM 2200-COUNT-OPERATOR THRU 2200-EXIT
014800        WHEN "C"
014900           ADD 1 TO WS-DT-CHAIN (WS-DX)
014910        WHEN "V"
014920           ADD 1 TO WS-DT-REVERSE (WS-DX)
014930           IF CALC-OP OF RESULT-IN-REC = "+"
014940              ADD CALC-RE OF RESULT-IN-REC
014950                 TO WS-DT-TOTAL-ADD (WS-DX)
014960           END-IF
014970        WHEN "H"
014980           CONTINUE
015000        WHEN OTHER
015100           ADD 1 TO WS-DT-REJECT (WS-DX)
015200     END-EVALUATE.
018000        MOVE ZERO TO WS-DT-REJECT (WS-DEPT-USED)
018100        MOVE ZERO TO WS-DT-CHAIN (WS-DEPT-USED)
018200        MOVE ZERO TO WS-DT-TOTAL-ADD (WS-DEPT-USED)
018250        MOVE ZERO TO WS-DT-REVERSE (WS-DEPT-USED)
018300     END-IF.
018400     MOVE WS-DEPT-USED TO WS-DX.
018500 2100-EXIT.
023500     MOVE WS-DT-CHAIN (WS-DX) TO MTD-CNT-CHAIN OF MTD-MF-REC.
023600     MOVE WS-DT-TOTAL-ADD (WS-DX)
023700        TO MTD-TOTAL-ADD OF MTD-MF-REC.
023750     MOVE WS-DT-REVERSE (WS-DX) TO MTD-CNT-REVERSE OF MTD-MF-REC.
023800     WRITE MTD-MF-REC.
023900     IF WS-MTD-FS = "22"
024000        REWRITE MTD-MF-REC
024800 3000-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------*
025005*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
025010*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
025015*-----------------------------------------------------------*
025020 9900-WRITE-RUN-LOG.
025025     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
025030     MOVE WS-CNT-POSTED TO RLG-OUT-COUNT OF WS-RUN-LOG.
025035     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
025040     CALL "RUNLOGW" USING WS-RUN-LOG.
025045     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
025050 9900-EXIT.
025055     EXIT.
025060*-----------------------------------------------------------*
025100 END PROGRAM MTDUPD.

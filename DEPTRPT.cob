001899*                  THE CODE, SO A READER NO LONGER HAS TO
001901*                  GUESS WHAT A CODE MEANS. A CODE NOT ON
001902*                  THE MASTER PRINTS AS *NOT ON MASTER*.
001903*  2026-10-15 MWF  REVERSAL OFFSETS (STATUS V) NOW GET THEIR
001904*                  OWN COUNT AND VALUE LINES PER DEPARTMENT
001905*                  AND IN THE GRAND TOTALS, AND A REVERSED
001906*                  ADDITION NETS OUT OF THE TOTAL OF
001907*                  ADDITIONS, MATCHING THE RUN SUMMARY. A
001908*                  REFUSED REVERSAL (STATUS N) IS A REJECT.
001909*  2026-10-15 MWF  ITEMS HELD FOR HIGH-VALUE REVIEW (STATUS H)
001910*                  GET THEIR OWN COUNT LINE PER DEPARTMENT AND
001911*                  IN THE GRAND TOTALS; A HOLD REJECTED BY A
001912*                  SUPERVISOR (STATUS J) IS A REJECT.
001913*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
001914*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
001915*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
001916*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
005400 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
005500 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
005600 77  WS-PAGE-LIMIT                     PIC 9(03) COMP VALUE 55.
005630 77  WS-REC-COUNT                      PIC 9(09) COMP VALUE ZERO.
005660 77  WS-LINES-PRINTED                  PIC 9(09) COMP VALUE ZERO.
005700 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
005800
005900*    PER-DEPARTMENT ACCUMULATORS, CLEARED AT EACH BREAK
006500     05  DEPT-CNT-REJECT               PIC 9(09) COMP VALUE ZERO.
006550     05  DEPT-CNT-CHAINBRK             PIC 9(09) COMP VALUE ZERO.
006600     05  DEPT-TOTAL-ADD                PIC S9(9)V99 VALUE ZERO.
006630     05  DEPT-CNT-REVERSED             PIC 9(09) COMP VALUE ZERO.
006660     05  DEPT-TOTAL-REV                PIC S9(9)V99 VALUE ZERO.
006680     05  DEPT-CNT-HELD                 PIC 9(09) COMP VALUE ZERO.
006700
006800*    GRAND-TOTAL ACCUMULATORS - CROSS-FOOT TO THE RUN SUMMARY
006900 01  GRAND-COUNTERS.
007400     05  GRAND-CNT-REJECT              PIC 9(09) COMP VALUE ZERO.
007450     05  GRAND-CNT-CHAINBRK            PIC 9(09) COMP VALUE ZERO.
007500     05  GRAND-TOTAL-ADD               PIC S9(9)V99 VALUE ZERO.
007530     05  GRAND-CNT-REVERSED            PIC 9(09) COMP VALUE ZERO.
007560     05  GRAND-TOTAL-REV               PIC S9(9)V99 VALUE ZERO.
007580     05  GRAND-CNT-HELD                PIC 9(09) COMP VALUE ZERO.
007600
007700*    PRINT LINE WORK FIELDS
007800 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
007900 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
008000 01  WS-EDIT-AMOUNT                    PIC -(9)9.99.
008100 01  WS-EDIT-PAGE                      PIC ZZZZ9.
008120
008140*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
008160     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
008200*-----------------------------------------------------------*
008300 PROCEDURE DIVISION.
008400*-----------------------------------------------------------*
008500 0000-MAINLINE.
008520     MOVE SPACES TO WS-RUN-LOG.
008540     MOVE "DEPTRPT" TO RLG-PROGRAM OF WS-RUN-LOG.
008560     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
008580     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
008600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008620*    PROBE THE RESULTS FILE BEFORE HANDING IT TO THE SORT SO
008630*    A MISSING FILE GETS A READABLE MESSAGE, NOT A SORT ABEND
008660        DISPLAY "ERROR: UNABLE TO OPEN TRANSOUT - FILE STATUS "
008670           WS-RESULT-IN-FS
008680        MOVE 20 TO RETURN-CODE
008685        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
008690        STOP RUN
008692     END-IF.
008694     CLOSE RESULT-IN-FILE.
009510     IF WS-DEPT-MAST-OPEN
009520        CLOSE DEPT-MAST-FILE
009530     END-IF.
009560     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
009600     STOP RUN.
009700*-----------------------------------------------------------*
009800 2000-REPORT.
010900     RETURN SORT-FILE
011000        AT END
011100           SET WS-EOF TO TRUE
011130        NOT AT END
011160           ADD 1 TO WS-REC-COUNT
011200     END-RETURN.
011300 2100-EXIT.
011400     EXIT.
013500        ADD 1 TO DEPT-CNT-CHAINBRK
013550        GO TO 2300-EXIT
013600     END-IF.
013605*    A REVERSAL OFFSET CARRIES THE NEGATED ORIGINAL RESULT
013610     IF CALC-STATUS OF SORT-REC = "V"
013615        ADD 1 TO DEPT-CNT-REVERSED
013620        ADD CALC-RE OF SORT-REC TO DEPT-TOTAL-REV
013625        IF CALC-OP OF SORT-REC = "+"
013630           ADD CALC-RE OF SORT-REC TO DEPT-TOTAL-ADD
013635        END-IF
013640        GO TO 2300-EXIT
013645     END-IF.
013646*    A HELD ITEM IS NEITHER POSTED NOR REJECTED YET
013647     IF CALC-STATUS OF SORT-REC = "H"
013648        ADD 1 TO DEPT-CNT-HELD
013649        GO TO 2300-EXIT
013650     END-IF.
013651     IF CALC-STATUS OF SORT-REC NOT = "O"
013700        ADD 1 TO DEPT-CNT-REJECT
013750        GO TO 2300-EXIT
013800     END-IF.
017440     MOVE DEPT-CNT-CHAINBRK TO WS-EDIT-COUNT.
017460     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
017480     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
017482     MOVE "  REVERSALS .........:" TO WS-RPT-LINE.
017484     MOVE DEPT-CNT-REVERSED TO WS-EDIT-COUNT.
017486     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
017488     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
017490     MOVE "  VALUE REVERSED ....:" TO WS-RPT-LINE.
017492     MOVE DEPT-TOTAL-REV TO WS-EDIT-AMOUNT.
017494     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (24:13).
017496     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
017497     MOVE "  HELD FOR REVIEW ...:" TO WS-RPT-LINE.
017498     MOVE DEPT-CNT-HELD TO WS-EDIT-COUNT.
017499     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
017500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
017501     MOVE "  TOTAL OF ADDITIONS :" TO WS-RPT-LINE.
017600     MOVE DEPT-TOTAL-ADD TO WS-EDIT-AMOUNT.
017700     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (24:13).
017800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
018600     ADD DEPT-CNT-REJECT TO GRAND-CNT-REJECT.
018650     ADD DEPT-CNT-CHAINBRK TO GRAND-CNT-CHAINBRK.
018700     ADD DEPT-TOTAL-ADD TO GRAND-TOTAL-ADD.
018730     ADD DEPT-CNT-REVERSED TO GRAND-CNT-REVERSED.
018760     ADD DEPT-TOTAL-REV TO GRAND-TOTAL-REV.
018780     ADD DEPT-CNT-HELD TO GRAND-CNT-HELD.
018800
018900     MOVE ZERO TO DEPT-CNT-ADD.
019000     MOVE ZERO TO DEPT-CNT-SUB.
019300     MOVE ZERO TO DEPT-CNT-REJECT.
019350     MOVE ZERO TO DEPT-CNT-CHAINBRK.
019400     MOVE ZERO TO DEPT-TOTAL-ADD.
019430     MOVE ZERO TO DEPT-CNT-REVERSED.
019460     MOVE ZERO TO DEPT-TOTAL-REV.
019480     MOVE ZERO TO DEPT-CNT-HELD.
019500 2400-EXIT.
019600     EXIT.
019700*-----------------------------------------------------------*
021000     MOVE WS-RPT-LINE TO DEPT-RPT-REC.
021100     WRITE DEPT-RPT-REC.
021200     ADD 1 TO WS-LINE-COUNT.
021250     ADD 1 TO WS-LINES-PRINTED.
021300     MOVE SPACES TO WS-RPT-LINE.
021400 3000-EXIT.
021500     EXIT.
025540     MOVE GRAND-CNT-CHAINBRK TO WS-EDIT-COUNT.
025560     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
025580     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
025582     MOVE "  REVERSALS .........:" TO WS-RPT-LINE.
025584     MOVE GRAND-CNT-REVERSED TO WS-EDIT-COUNT.
025586     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
025588     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
025590     MOVE "  VALUE REVERSED ....:" TO WS-RPT-LINE.
025592     MOVE GRAND-TOTAL-REV TO WS-EDIT-AMOUNT.
025594     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (24:13).
025596     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
025597     MOVE "  HELD FOR REVIEW ...:" TO WS-RPT-LINE.
025598     MOVE GRAND-CNT-HELD TO WS-EDIT-COUNT.
025599     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
025600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
025601     MOVE "  TOTAL OF ADDITIONS :" TO WS-RPT-LINE.
025700     MOVE GRAND-TOTAL-ADD TO WS-EDIT-AMOUNT.
025800     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (24:13).
025900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
026000 8000-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------*
026205*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
026210*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
026215*-----------------------------------------------------------*
026220 9900-WRITE-RUN-LOG.
026225     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
026230     MOVE WS-LINES-PRINTED TO RLG-OUT-COUNT OF WS-RUN-LOG.
026235     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
026240     CALL "RUNLOGW" USING WS-RUN-LOG.
026245     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
026250 9900-EXIT.
026255     EXIT.
026260*-----------------------------------------------------------*
026300 END PROGRAM DEPTRPT.

001896*                  CSV) FOR THE RATE-LOOKUP OPERAND FORM -
001897*                  VALUE 2 ALREADY SHOWS WHAT IT RESOLVED
001898*                  TO - AND THE RATE-UNKNOWN STATUS TEXT.
001899*  2026-10-15 MWF  REVERSAL OFFSETS (STATUS V) ARE COUNTED ON
001900*                  THEIR OWN LINE AND NET INTO THE TOTAL OF
001901*                  ADDITIONS; A REFUSED REVERSAL (N) IS A
001902*                  REJECT.
001912*  2026-10-15 MWF  ITEMS HELD FOR HIGH-VALUE REVIEW (STATUS H)
001922*                  ARE COUNTED ON THEIR OWN TOTALS LINE; A
001932*                  HOLD REJECTED BY A SUPERVISOR (J) IS A
001942*                  REJECT.
001944*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
001946*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
001948*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
001952*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
005600 77  WS-CNT-OK                         PIC 9(09) COMP VALUE ZERO.
005700 77  WS-CNT-REJECT                     PIC 9(09) COMP VALUE ZERO.
005750 77  WS-CNT-CHAINBRK                   PIC 9(09) COMP VALUE ZERO.
005770 77  WS-CNT-REVERSED                   PIC 9(09) COMP VALUE ZERO.
005780 77  WS-CNT-HELD                       PIC 9(09) COMP VALUE ZERO.
005800 77  WS-TOTAL-ADD                      PIC S9(9)V99 VALUE ZERO.
005900 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
006000 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
008000 01  WS-CSV-LINE                       PIC X(80) VALUE SPACES.
008100 01  WS-PRT-LINE                       PIC X(132) VALUE SPACES.
008200 01  WS-STATUS-TEXT                    PIC X(12) VALUE SPACES.
008220
008240*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
008260     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
008300*-----------------------------------------------------------*
008400 PROCEDURE DIVISION.
008500*-----------------------------------------------------------*
008600 0000-MAINLINE.
008620     MOVE SPACES TO WS-RUN-LOG.
008640     MOVE "TRANSRPT" TO RLG-PROGRAM OF WS-RUN-LOG.
008660     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
008680     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
008700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008800     OPEN INPUT RESULT-IN-FILE.
008900     IF WS-RESULT-IN-FS NOT = "00"
009000        DISPLAY "ERROR: UNABLE TO OPEN TRANSOUT - FILE STATUS "
009100           WS-RESULT-IN-FS
009200        MOVE 20 TO RETURN-CODE
009250        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
009300        STOP RUN
009400     END-IF.
009410     OPEN INPUT DEPT-MAST-FILE.
010720        CLOSE DEPT-MAST-FILE
010730     END-IF.
010800     DISPLAY "TRANSRPT: RECORDS EXTRACTED: " WS-REC-COUNT.
010850     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010900     STOP RUN.
011000*-----------------------------------------------------------*
011100 1000-READ-RESULT.
013600           END-IF
013650        WHEN "C"
013700           ADD 1 TO WS-CNT-CHAINBRK
013705        WHEN "V"
013710           ADD 1 TO WS-CNT-REVERSED
013715           IF CALC-OP OF RESULT-IN-REC = "+"
013720              ADD CALC-RE OF RESULT-IN-REC TO WS-TOTAL-ADD
013725           END-IF
013730        WHEN "H"
013735           ADD 1 TO WS-CNT-HELD
013750        WHEN OTHER
013800           ADD 1 TO WS-CNT-REJECT
013900     END-EVALUATE.
018790           MOVE "DUPLICATE ID" TO WS-STATUS-TEXT
018792        WHEN "R"
018794           MOVE "RATE UNKNOWN" TO WS-STATUS-TEXT
018795        WHEN "V"
018796           MOVE "REVERSED" TO WS-STATUS-TEXT
018797        WHEN "N"
018798           MOVE "REV REFUSED" TO WS-STATUS-TEXT
018808        WHEN "H"
018818           MOVE "HELD" TO WS-STATUS-TEXT
018828        WHEN "J"
018838           MOVE "HOLD REJECT" TO WS-STATUS-TEXT
018848        WHEN OTHER
018900           MOVE CALC-STATUS OF RESULT-IN-REC TO WS-STATUS-TEXT
019000     END-EVALUATE.
019100 2300-EXIT.
024640     MOVE WS-CNT-CHAINBRK TO WS-PRT-COUNT.
024660     MOVE WS-PRT-COUNT TO WS-PRT-LINE (24:11).
024680     PERFORM 3000-WRITE-PRINT THRU 3000-EXIT.
024682     MOVE "  REVERSALS .........:" TO WS-PRT-LINE.
024684     MOVE WS-CNT-REVERSED TO WS-PRT-COUNT.
024686     MOVE WS-PRT-COUNT TO WS-PRT-LINE (24:11).
024688     PERFORM 3000-WRITE-PRINT THRU 3000-EXIT.
024690     MOVE "  HELD FOR REVIEW ...:" TO WS-PRT-LINE.
024692     MOVE WS-CNT-HELD TO WS-PRT-COUNT.
024694     MOVE WS-PRT-COUNT TO WS-PRT-LINE (24:11).
024696     PERFORM 3000-WRITE-PRINT THRU 3000-EXIT.
024700     MOVE "  TOTAL OF ADDITIONS :" TO WS-PRT-LINE.
024800     MOVE WS-TOTAL-ADD TO WS-PRT-TOTAL.
024900     MOVE WS-PRT-TOTAL TO WS-PRT-LINE (24:13).
025100 8000-EXIT.
025200     EXIT.
025300*-----------------------------------------------------------*
025305*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
025310*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
025315*-----------------------------------------------------------*
025320 9900-WRITE-RUN-LOG.
025325     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
025330     MOVE WS-REC-COUNT TO RLG-OUT-COUNT OF WS-RUN-LOG.
025335     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
025340     CALL "RUNLOGW" USING WS-RUN-LOG.
025345     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
025350 9900-EXIT.
025355     EXIT.
025360*-----------------------------------------------------------*
025400 END PROGRAM TRANSRPT.

002294*                  (SUMMARY RECORD NOW 98 BYTES) AND WIDENED
002296*                  THE MERGE IMAGES FOR THE RATE CODE ADDED
002298*                  TO CALCREC.CPY.
002299*  2026-10-15 MWF  ROLLED UP THE REVERSAL, REFUSED-REVERSAL AND
002300*                  CORRECTION COUNTERS (SUMMARY RECORD NOW 110
002301*                  BYTES).
002302*  2026-10-15 MWF  ROLLED UP THE HELD, HOLD-RELEASED AND
002303*                  HOLD-REJECTED COUNTERS (SUMMARY RECORD NOW
002304*                  122 BYTES).
002305*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002306*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002307*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002317*  2026-10-15 MWF  THE MERGED-RECORD CHECK ALLOWS FOR THE EXTRA
002327*                  OFFSET RECORD EACH CORRECTION WRITES.
002337*  2026-10-15 MWF  SUMMARY RECORD NOW 3124 BYTES - THE CALC RUN'S
002347*                  DEPARTMENT DAY TOTALS RIDE ALONG UNUSED HERE.
002357*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
007400
007500 FD  SUMM1-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  SUMM1-REC                         PIC X(3124).
007800 FD  SUMM2-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  SUMM2-REC                         PIC X(3124).
008100 FD  SUMM3-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  SUMM3-REC                         PIC X(3124).
008400 FD  SUMM4-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  SUMM4-REC                         PIC X(3124).
008700
008800 FD  TRANS-OUT-FILE
008900     LABEL RECORDS ARE STANDARD.
012800     05  TOT-CNT-RESUB                 PIC 9(09) COMP VALUE ZERO.
012850     05  TOT-CNT-DUP                   PIC 9(09) COMP VALUE ZERO.
012860     05  TOT-CNT-RATEERR               PIC 9(09) COMP VALUE ZERO.
012870     05  TOT-CNT-REVERSE               PIC 9(09) COMP VALUE ZERO.
012880     05  TOT-CNT-REVERR                PIC 9(09) COMP VALUE ZERO.
012890     05  TOT-CNT-CORRECT               PIC 9(09) COMP VALUE ZERO.
012892     05  TOT-CNT-HELD                  PIC 9(09) COMP VALUE ZERO.
012894     05  TOT-CNT-RELEASE               PIC 9(09) COMP VALUE ZERO.
012896     05  TOT-CNT-HOLDREJ               PIC 9(09) COMP VALUE ZERO.
012900     05  TOT-TOTAL-ADD                 PIC S9(9)V99 VALUE ZERO.
013000     05  TOT-HASH-TOTAL                PIC S9(13)V99 VALUE ZERO.
013100
013900 77  WS-BALANCE-SW                     PIC X(01) VALUE "N".
014000     88  WS-STREAMS-BALANCED                 VALUE "Y".
014100 01  WS-HASH-EDIT                      PIC -(12)9.99.
014120
014140*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
014160     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
014200*-----------------------------------------------------------*
014300 PROCEDURE DIVISION.
014400*-----------------------------------------------------------*
014500 0000-MAINLINE.
014520     MOVE SPACES TO WS-RUN-LOG.
014540     MOVE "TXNMERGE" TO RLG-PROGRAM OF WS-RUN-LOG.
014560     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
014580     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
014600     PERFORM 1100-GET-STREAM-COUNT THRU 1100-EXIT.
014700
014800     PERFORM 4000-SCAN-INPUT-FILE THRU 4000-EXIT.
016200     PERFORM 7000-RECONCILE THRU 7000-EXIT.
016300     PERFORM 8000-SUMMARY THRU 8000-EXIT.
016400     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
016450     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
016500     STOP RUN.
016600*-----------------------------------------------------------*
016700 1100-GET-STREAM-COUNT.
017930        DISPLAY "ERROR: UNABLE TO OPEN TRANSO01 - FILE STATUS "
017940           WS-MERGE1-FS
017950        MOVE 20 TO RETURN-CODE
017955        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
017960        STOP RUN
017970     END-IF.
018000     IF WS-STREAM-COUNT > 1
018130           DISPLAY "ERROR: UNABLE TO OPEN TRANSO02 - "
018140              "FILE STATUS " WS-MERGE2-FS
018150           MOVE 20 TO RETURN-CODE
018155           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
018160           STOP RUN
018170        END-IF
018200     END-IF.
018430           DISPLAY "ERROR: UNABLE TO OPEN TRANSO03 - "
018440              "FILE STATUS " WS-MERGE3-FS
018450           MOVE 20 TO RETURN-CODE
018455           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
018460           STOP RUN
018470        END-IF
018500     END-IF.
018730           DISPLAY "ERROR: UNABLE TO OPEN TRANSO04 - "
018740              "FILE STATUS " WS-MERGE4-FS
018750           MOVE 20 TO RETURN-CODE
018755           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
018760           STOP RUN
018770        END-IF
018800     END-IF.
030000        DISPLAY "ERROR: UNABLE TO OPEN TRANSIN - FILE STATUS "
030100           WS-TRANS-IN-FS
030200        MOVE 20 TO RETURN-CODE
030250        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
030300        STOP RUN
030400     END-IF.
030500     PERFORM 4100-READ-INPUT THRU 4100-EXIT.
035042              DISPLAY "ERROR: UNABLE TO OPEN SUMMO01 - "
035090                 "FILE STATUS " WS-SUMM1-FS
035138              MOVE 20 TO RETURN-CODE
035158              PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
035186              STOP RUN
035234           END-IF
035282           MOVE "N" TO WS-SUMM-OK-SW
035954              DISPLAY "ERROR: UNABLE TO OPEN SUMMO02 - "
036002                 "FILE STATUS " WS-SUMM2-FS
036050              MOVE 20 TO RETURN-CODE
036070              PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
036098              STOP RUN
036146           END-IF
036194           MOVE "N" TO WS-SUMM-OK-SW
036866              DISPLAY "ERROR: UNABLE TO OPEN SUMMO03 - "
036914                 "FILE STATUS " WS-SUMM3-FS
036962              MOVE 20 TO RETURN-CODE
036982              PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
037010              STOP RUN
037058           END-IF
037106           MOVE "N" TO WS-SUMM-OK-SW
037778              DISPLAY "ERROR: UNABLE TO OPEN SUMMO04 - "
037826                 "FILE STATUS " WS-SUMM4-FS
037874              MOVE 20 TO RETURN-CODE
037894              PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
037922              STOP RUN
037970           END-IF
038018           MOVE "N" TO WS-SUMM-OK-SW
040100     ADD RESTART-CNT-RESUB OF WS-SUMM-REC TO TOT-CNT-RESUB.
040150     ADD RESTART-CNT-DUP OF WS-SUMM-REC TO TOT-CNT-DUP.
040160     ADD RESTART-CNT-RATEERR OF WS-SUMM-REC TO TOT-CNT-RATEERR.
040170     ADD RESTART-CNT-REVERSE OF WS-SUMM-REC TO TOT-CNT-REVERSE.
040180     ADD RESTART-CNT-REVERR OF WS-SUMM-REC TO TOT-CNT-REVERR.
040190     ADD RESTART-CNT-CORRECT OF WS-SUMM-REC TO TOT-CNT-CORRECT.
040192     ADD RESTART-CNT-HELD OF WS-SUMM-REC TO TOT-CNT-HELD.
040194     ADD RESTART-CNT-RELEASE OF WS-SUMM-REC TO TOT-CNT-RELEASE.
040196     ADD RESTART-CNT-HOLDREJ OF WS-SUMM-REC TO TOT-CNT-HOLDREJ.
040200     ADD RESTART-TOTAL-ADD OF WS-SUMM-REC TO TOT-TOTAL-ADD.
040300     ADD RESTART-HASH-TOTAL OF WS-SUMM-REC TO TOT-HASH-TOTAL.
040400 5200-EXIT.
040840        AND WS-EXP-HASH = WS-IN-HASH
040900        AND TOT-REC-COUNT = WS-IN-DETAIL-COUNT
040950        AND TOT-HASH-TOTAL = WS-IN-HASH
041000        AND WS-MERGED-COUNT =
041050            WS-IN-DETAIL-COUNT + TOT-CNT-CORRECT
041100        SET WS-STREAMS-BALANCED TO TRUE
041200     END-IF.
041300 7000-EXIT.
043100     DISPLAY "    RESULT TOO LARGE ....: " TOT-CNT-SIZERR.
043150     DISPLAY "    DUPLICATE IDS .......: " TOT-CNT-DUP.
043160     DISPLAY "    RATE CODE UNKNOWN ...: " TOT-CNT-RATEERR.
043180     DISPLAY "    REVERSAL REFUSED ....: " TOT-CNT-REVERR.
043190     DISPLAY "    HOLD REJECTED .......: " TOT-CNT-HOLDREJ.
043200     DISPLAY "  CHAIN-BROKEN SKIPPED ..: " TOT-CNT-CHAIN.
043300     DISPLAY "  RESUBMITTED RECORDS ...: " TOT-CNT-RESUB.
043330     DISPLAY "  REVERSALS POSTED ......: " TOT-CNT-REVERSE.
043360     DISPLAY "    WITH CORRECTION .....: " TOT-CNT-CORRECT.
043370     DISPLAY "  HELD FOR REVIEW .......: " TOT-CNT-HELD.
043380     DISPLAY "  HELD ITEMS RELEASED ...: " TOT-CNT-RELEASE.
043400     DISPLAY "  TOTAL OF ADDITIONS ....: " TOT-TOTAL-ADD.
043500     MOVE TOT-HASH-TOTAL TO WS-HASH-EDIT.
043600     DISPLAY "  STREAM HASH TOTAL .....: " WS-HASH-EDIT.
045900 9100-EXIT.
046000     EXIT.
046100*-----------------------------------------------------------*
046105*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
046110*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
046115*-----------------------------------------------------------*
046120 9900-WRITE-RUN-LOG.
046125     MOVE WS-IN-DETAIL-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
046130     MOVE WS-MERGED-COUNT TO RLG-OUT-COUNT OF WS-RUN-LOG.
046135     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
046140     CALL "RUNLOGW" USING WS-RUN-LOG.
046145     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
046150 9900-EXIT.
046155     EXIT.
046160*-----------------------------------------------------------*
046200 END PROGRAM TXNMERGE.

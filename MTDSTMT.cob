002700*-----------------------------------------------------------*
002800*  MODIFICATION HISTORY
002900*  2026-09-01 MWF  INITIAL VERSION.
002920*  2026-10-15 MWF  ADDED THE REVERSALS COLUMN. THE TOTAL OF
002940*                  ADDS IS NOW NET OF REVERSED ADDITIONS, AS
002960*                  POSTED BY MTDUPD.
002970*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002980*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002990*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
009700     05  DEPT-CNT-REJECT               PIC 9(09) COMP VALUE ZERO.
009800     05  DEPT-CNT-CHAIN                PIC 9(09) COMP VALUE ZERO.
009900     05  DEPT-TOTAL-ADD                PIC S9(11)V99 VALUE ZERO.
009950     05  DEPT-CNT-REVERSE              PIC 9(09) COMP VALUE ZERO.
010000 01  GRAND-TOTALS.
010100     05  GRAND-CNT-ADD                 PIC 9(09) COMP VALUE ZERO.
010200     05  GRAND-CNT-SUB                 PIC 9(09) COMP VALUE ZERO.
010800     05  GRAND-CNT-REJECT              PIC 9(09) COMP VALUE ZERO.
010900     05  GRAND-CNT-CHAIN               PIC 9(09) COMP VALUE ZERO.
011000     05  GRAND-TOTAL-ADD               PIC S9(11)V99 VALUE ZERO.
011050     05  GRAND-CNT-REVERSE             PIC 9(09) COMP VALUE ZERO.
011100
011200*    PRINT LINE WORK FIELDS
011300 01  WS-RPT-LINE                       PIC X(132) VALUE SPACES.
011400 01  WS-EDIT-COUNT                     PIC ZZZ,ZZ9.
011500 01  WS-EDIT-AMOUNT                    PIC -(11)9.99.
011520
011540*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
011560     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
011600*-----------------------------------------------------------*
011700 PROCEDURE DIVISION.
011800*-----------------------------------------------------------*
011900 0000-MAINLINE.
011920     MOVE SPACES TO WS-RUN-LOG.
011940     MOVE "MTDSTMT" TO RLG-PROGRAM OF WS-RUN-LOG.
011960     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
011980     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
012000     PERFORM 1100-GET-CONTROLS THRU 1100-EXIT.
012100
012200     IF WS-FROM-ARCHIVE
012500           DISPLAY "ERROR: UNABLE TO OPEN MTDARCH - FILE "
012600              "STATUS " WS-ARCH-FS
012700           MOVE 20 TO RETURN-CODE
012750           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
012800           STOP RUN
012900        END-IF
013000     ELSE
013700           DISPLAY "ERROR: UNABLE TO OPEN MTDFILE - FILE "
013800              "STATUS " WS-MTD-FS
013900           MOVE 20 TO RETURN-CODE
013950           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
014000           STOP RUN
014100        END-IF
014200     END-IF.
014900           DISPLAY "ERROR: UNABLE TO OPEN MTDARCH - FILE "
015000              "STATUS " WS-ARCH-FS
015100           MOVE 20 TO RETURN-CODE
015150           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
015200           STOP RUN
015300        END-IF
015400     END-IF.
018000        DISPLAY "MTDSTMT: RECORDS DELETED ...: " WS-CNT-DELETED
018100        DISPLAY "MTDSTMT: PERIOD CLOSED"
018200     END-IF.
018250     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
018300     STOP RUN.
018400*-----------------------------------------------------------*
018500 1100-GET-CONTROLS.
018800        OR WS-PERIOD-ENV NOT NUMERIC
018900        DISPLAY "ERROR: MTDPERIOD NOT SET OR NOT YYYYMM"
019000        MOVE 20 TO RETURN-CODE
019050        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
019100        STOP RUN
019200     END-IF.
019300     MOVE WS-PERIOD-ENV TO WS-PERIOD.
019800        DISPLAY "ERROR: A RE-PRINT FROM THE ARCHIVE CANNOT "
019900           "CLOSE THE PERIOD"
020000        MOVE 20 TO RETURN-CODE
020050        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
020100        STOP RUN
020200     END-IF.
020300 1100-EXIT.
027300     MOVE "REJ" TO WS-RPT-LINE (78:3).
027400     MOVE "CHAIN" TO WS-RPT-LINE (85:5).
027500     MOVE "TOTAL OF ADDS" TO WS-RPT-LINE (95:13).
027550     MOVE "REV" TO WS-RPT-LINE (114:3).
027600     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
027700     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
027800 3000-EXIT.
030100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (83:7).
030200     MOVE MTD-TOTAL-ADD OF WS-MTD-REC TO WS-EDIT-AMOUNT.
030300     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (93:15).
030330     MOVE MTD-CNT-REVERSE OF WS-MTD-REC TO WS-EDIT-COUNT.
030360     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (110:7).
030400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
030500 3100-EXIT.
030600     EXIT.
031600     ADD MTD-CNT-REJECT OF WS-MTD-REC TO DEPT-CNT-REJECT.
031700     ADD MTD-CNT-CHAIN OF WS-MTD-REC TO DEPT-CNT-CHAIN.
031800     ADD MTD-TOTAL-ADD OF WS-MTD-REC TO DEPT-TOTAL-ADD.
031850     ADD MTD-CNT-REVERSE OF WS-MTD-REC TO DEPT-CNT-REVERSE.
031900 3200-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------*
034200     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (83:7).
034300     MOVE DEPT-TOTAL-ADD TO WS-EDIT-AMOUNT.
034400     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (93:15).
034430     MOVE DEPT-CNT-REVERSE TO WS-EDIT-COUNT.
034460     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (110:7).
034500     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
034600     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
034700
035500     ADD DEPT-CNT-REJECT TO GRAND-CNT-REJECT.
035600     ADD DEPT-CNT-CHAIN TO GRAND-CNT-CHAIN.
035700     ADD DEPT-TOTAL-ADD TO GRAND-TOTAL-ADD.
035750     ADD DEPT-CNT-REVERSE TO GRAND-CNT-REVERSE.
035800
035900     MOVE ZERO TO DEPT-CNT-ADD.
036000     MOVE ZERO TO DEPT-CNT-SUB.
036600     MOVE ZERO TO DEPT-CNT-REJECT.
036700     MOVE ZERO TO DEPT-CNT-CHAIN.
036800     MOVE ZERO TO DEPT-TOTAL-ADD.
036850     MOVE ZERO TO DEPT-CNT-REVERSE.
036900 4000-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------*
042100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (83:7).
042200     MOVE GRAND-TOTAL-ADD TO WS-EDIT-AMOUNT.
042300     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (93:15).
042330     MOVE GRAND-CNT-REVERSE TO WS-EDIT-COUNT.
042360     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (110:7).
042400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
042500 8000-EXIT.
042600     EXIT.
043200 8900-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------*
043405*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
043410*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
043415*-----------------------------------------------------------*
043420 9900-WRITE-RUN-LOG.
043425     MOVE WS-CNT-READ TO RLG-IN-COUNT OF WS-RUN-LOG.
043430     MOVE WS-CNT-SELECTED TO RLG-OUT-COUNT OF WS-RUN-LOG.
043435     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
043440     CALL "RUNLOGW" USING WS-RUN-LOG.
043445     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
043450 9900-EXIT.
043455     EXIT.
043460*-----------------------------------------------------------*
043500 END PROGRAM MTDSTMT.

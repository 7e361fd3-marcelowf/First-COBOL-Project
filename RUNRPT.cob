000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNRPT.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  RUNRPT - JOB-STREAM MORNING OPERATIONS REPORT.              *
000900*  READS THE SHARED RUN LOG (RUNLOG, SEE RUNLREC.CPY) EVERY    *
001000*  BATCH STEP APPENDS TO AS IT ENDS, SORTS IT BY NIGHT AND     *
001100*  START TIME AND PRINTS ONE PAGE PER NIGHT (RUNLIST): EVERY   *
001200*  STEP IN THE ORDER IT RAN WITH ITS START AND END TIMES,      *
001300*  ELAPSED TIME, INPUT AND OUTPUT COUNTS AND RETURN CODE. A    *
001400*  NON-ZERO RETURN CODE IS FLAGGED "***" AND A CALC RUN        *
001500*  RESUMED FROM ITS CHECKPOINT IS FLAGGED "RESTART". EACH      *
001600*  NIGHT CLOSES WITH ITS BATCH WINDOW (FIRST START TO LAST     *
001700*  END) SET AGAINST THE PREVIOUS NIGHT AND THE AVERAGE OF THE  *
001800*  SEVEN NIGHTS BEFORE IT, AND THE REPORT ENDS WITH A TREND    *
001900*  LINE OF THE WINDOW NIGHT BY NIGHT, SO A CREEPING BATCH      *
002000*  WINDOW SHOWS UP BEFORE IT BREAKS.                           *
002100*  THE FIRST NIGHT TO PRINT COMES FROM THE ENVIRONMENT, THE    *
002200*  SAME WAY EODBAL TAKES ITS BALANCE DATE:                     *
002300*      RUNFROM - YYYYMMDD, BLANK = EVERY NIGHT ON THE LOG      *
002400*  EARLIER NIGHTS ARE STILL READ FOR THE AVERAGES.             *
002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY
002700*  2026-10-15 MWF  INITIAL VERSION.
002710*  2026-10-15 MWF  PROGRAM COLUMN WIDENED TO 10 WITH THE RUN-LOG
002720*                  RECORD; THE COLUMNS TO ITS RIGHT MOVE OVER.
002730*  2026-10-15 MWF  THE NIGHT TABLE ROLLS WHEN FULL - THE OLDEST
002740*                  NIGHT DROPS OFF SO THE AVERAGES AND THE
002750*                  TREND STAY CURRENT ON A LONG RUN LOG.
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
003300            ORGANIZATION IS LINE SEQUENTIAL
003400            FILE STATUS IS WS-RUN-LOG-FS.
003500
003600     SELECT SORT-FILE ASSIGN TO "SORTWK".
003700
003800     SELECT RUN-RPT-FILE ASSIGN TO "RUNLIST"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-RUN-RPT-FS.
004100*-----------------------------------------------------------*
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RUN-LOG-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==RUN-LOG-REC==.
004700
004800 SD  SORT-FILE.
004900     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==SORT-REC==.
005000
005100 FD  RUN-RPT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  RUN-RPT-REC                       PIC X(80).
005400*-----------------------------------------------------------*
005500 WORKING-STORAGE SECTION.
005600 77  WS-EOF-SW                         PIC X(01) VALUE "N".
005700     88  WS-EOF                              VALUE "Y".
005800 77  WS-FIRST-SW                       PIC X(01) VALUE "Y".
005900     88  WS-FIRST-REC                        VALUE "Y".
006000 77  WS-PRINT-SW                       PIC X(01) VALUE "N".
006100     88  WS-PRINT-NIGHT                      VALUE "Y".
006200 77  WS-RUN-LOG-FS                     PIC X(02) VALUE "00".
006300 77  WS-RUN-RPT-FS                     PIC X(02) VALUE "00".
006400 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
006500 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
006600 77  WS-PAGE-LIMIT                     PIC 9(03) COMP VALUE 55.
006700 77  WS-REC-COUNT                      PIC 9(09) COMP VALUE ZERO.
006800 77  WS-LINES-PRINTED                  PIC 9(09) COMP VALUE ZERO.
006900
007000*    FIRST NIGHT TO PRINT, PICKED UP FROM THE ENVIRONMENT
007100 77  WS-FROM-ENV                       PIC X(08) VALUE SPACES.
007200 77  WS-FROM-NIGHT                     PIC 9(08) VALUE ZERO.
007300
007400*    THE NIGHT BEING REPORTED AND ITS COUNTERS
007500 77  WS-CURR-NIGHT                     PIC 9(08) VALUE ZERO.
007600 77  WS-HEAD-NIGHT                     PIC 9(08) VALUE ZERO.
007700 77  WS-NIGHT-STEPS                    PIC 9(05) COMP VALUE ZERO.
007800 77  WS-NIGHT-BAD-RC                   PIC 9(05) COMP VALUE ZERO.
007900 77  WS-NIGHT-RESTARTS                 PIC 9(05) COMP VALUE ZERO.
008000 77  WS-NIGHT-FIRST                    PIC S9(13) COMP VALUE ZERO.
008100 77  WS-NIGHT-LAST                     PIC S9(13) COMP VALUE ZERO.
008200 77  WS-NIGHT-WINDOW                   PIC S9(09) COMP VALUE ZERO.
008300
008400*    ONE STEP'S TIMES, AS SECONDS FROM THE DAY-NUMBER EPOCH
008500 77  WS-STEP-START                     PIC S9(13) COMP VALUE ZERO.
008600 77  WS-STEP-END                       PIC S9(13) COMP VALUE ZERO.
008700 77  WS-STEP-ELAPSED                   PIC S9(09) COMP VALUE ZERO.
008800 77  WS-STAMP-SECS                     PIC S9(13) COMP VALUE ZERO.
008900 01  WS-STAMP-TIME                     PIC 9(08) VALUE ZERO.
009000 01  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
009100     05  WS-STAMP-HH                   PIC 9(02).
009200     05  WS-STAMP-MM                   PIC 9(02).
009300     05  WS-STAMP-SS                   PIC 9(02).
009400     05  WS-STAMP-CC                   PIC 9(02).
009500
009600*    DATE-TO-DAY-NUMBER CONVERSION WORK FIELDS. THE DAY
009700*    NUMBER IS DAYS FROM AN ARBITRARY EPOCH - ONLY THE
009800*    DIFFERENCE OF TWO CONVERSIONS IS EVER USED.
009900 01  WS-CONV-DATE                      PIC 9(08) VALUE ZERO.
010000 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE.
010100     05  WS-CONV-YYYY                  PIC 9(04).
010200     05  WS-CONV-MM                    PIC 9(02).
010300     05  WS-CONV-DD                    PIC 9(02).
010400 77  WS-CONV-DAYS                      PIC S9(09) COMP VALUE ZERO.
010500 77  WS-PRIOR-YEAR                     PIC 9(04) COMP VALUE ZERO.
010600 77  WS-LEAP-QUOT                      PIC 9(04) COMP VALUE ZERO.
010700 77  WS-LEAP-REM                       PIC 9(04) COMP VALUE ZERO.
010800 77  WS-LEAP-SW                        PIC X(01) VALUE "N".
010900     88  WS-LEAP-YEAR                        VALUE "Y".
011000 01  WS-MONTH-OFFSET-TABLE.
011100     05  FILLER                        PIC X(36) VALUE
011200         "000031059090120151181212243273304334".
011300 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
011400     05  WS-MONTH-OFFSET-ENTRY OCCURS 12 TIMES
011500                                       PIC 9(03).
011600
011700*    ONE ENTRY PER NIGHT FOR THE AVERAGES AND THE TREND LINE.
011800*    WHEN THE TABLE IS FULL THE OLDEST NIGHT IS DROPPED TO
011900*    MAKE ROOM, SO THE AVERAGES AND THE TREND STAY CURRENT.
012000 77  WS-NT-MAX                         PIC 9(03) COMP VALUE 400.
012100 77  WS-NT-USED                        PIC 9(03) COMP VALUE ZERO.
012200 77  WS-NX                             PIC 9(03) COMP VALUE ZERO.
012300 77  WS-NT-FROM                        PIC 9(03) COMP VALUE ZERO.
012400 01  WS-NIGHT-TABLE.
012500     05  WS-NT-ENTRY OCCURS 400 TIMES.
012600         10  NT-NIGHT                  PIC 9(08).
012700         10  NT-WINDOW                 PIC S9(09) COMP.
012800         10  NT-STEPS                  PIC 9(05) COMP.
012900         10  NT-BAD-RC                 PIC 9(05) COMP.
013000
013100*    TRAILING-AVERAGE WORK FIELDS
013200 77  WS-AVG-NIGHTS                     PIC 9(03) COMP VALUE 7.
013300 77  WS-AVG-COUNT                      PIC 9(03) COMP VALUE ZERO.
013400 77  WS-AVG-SUM                        PIC S9(11) COMP VALUE ZERO.
013500 77  WS-AVG-WINDOW                     PIC S9(09) COMP VALUE ZERO.
013600 77  WS-PREV-WINDOW                    PIC S9(09) COMP VALUE ZERO.
013700 77  WS-CHANGE                         PIC S9(09) COMP VALUE ZERO.
013800 77  WS-CHANGE-PCT                     PIC S9(05) COMP VALUE ZERO.
013900 77  WS-BAR-LEN                        PIC 9(03) COMP VALUE ZERO.
014000 77  WS-BAR-MAX                        PIC 9(03) COMP VALUE 36.
014100 77  WS-BAR-UNIT                       PIC 9(05) COMP VALUE 600.
014200
014300*    SECONDS SHOWN AS HH:MM:SS
014400 77  WS-HMS-SECS                       PIC S9(09) COMP VALUE ZERO.
014500 77  WS-HMS-REM                        PIC 9(09) COMP VALUE ZERO.
014600 01  WS-HMS.
014700     05  WS-HMS-HH                     PIC 9(02).
014800     05  FILLER                        PIC X(01) VALUE ":".
014900     05  WS-HMS-MM                     PIC 9(02).
015000     05  FILLER                        PIC X(01) VALUE ":".
015100     05  WS-HMS-SS                     PIC 9(02).
015200
015300*    PRINT LINE WORK FIELDS
015400 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
015500 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
015600 01  WS-EDIT-STEP                      PIC Z9.
015700 01  WS-EDIT-RC                        PIC ZZZ9.
015800 01  WS-EDIT-PCT                       PIC -ZZZ9.
015900 01  WS-EDIT-PAGE                      PIC ZZZZ9.
016000 01  WS-BAR                            PIC X(36) VALUE ALL "*".
016100
016200*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
016300     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
016400*-----------------------------------------------------------*
016500 PROCEDURE DIVISION.
016600*-----------------------------------------------------------*
016700 0000-MAINLINE.
016800     MOVE SPACES TO WS-RUN-LOG.
016900     MOVE "RUNRPT" TO RLG-PROGRAM OF WS-RUN-LOG.
017000     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
017100     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
017200     ACCEPT WS-FROM-ENV FROM ENVIRONMENT "RUNFROM".
017300     IF WS-FROM-ENV NOT = SPACES
017400        AND WS-FROM-ENV NUMERIC
017500        MOVE WS-FROM-ENV TO WS-FROM-NIGHT
017600     END-IF.
017700*    PROBE THE RUN LOG BEFORE HANDING IT TO THE SORT SO A
017800*    MISSING FILE GETS A READABLE MESSAGE, NOT A SORT ABEND
017900     OPEN INPUT RUN-LOG-FILE.
018000     IF WS-RUN-LOG-FS NOT = "00"
018100        DISPLAY "ERROR: UNABLE TO OPEN RUNLOG - FILE STATUS "
018200           WS-RUN-LOG-FS
018300        MOVE 20 TO RETURN-CODE
018400        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
018500        STOP RUN
018600     END-IF.
018700     CLOSE RUN-LOG-FILE.
018800     OPEN OUTPUT RUN-RPT-FILE.
018900
019000     SORT SORT-FILE
019100        ON ASCENDING KEY RLG-NIGHT-DATE OF SORT-REC
019200                         RLG-START-DATE OF SORT-REC
019300                         RLG-START-TIME OF SORT-REC
019400        USING RUN-LOG-FILE
019500        OUTPUT PROCEDURE IS 2000-REPORT THRU 2000-EXIT.
019600
019700     PERFORM 8000-TREND THRU 8000-EXIT.
019800     CLOSE RUN-RPT-FILE.
019900     DISPLAY "RUNRPT: RUN RECORDS READ ...: " WS-REC-COUNT.
020000     DISPLAY "RUNRPT: NIGHTS ON THE TREND : " WS-NT-USED.
020100     MOVE ZERO TO RETURN-CODE.
020200     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
020300     STOP RUN.
020400*-----------------------------------------------------------*
020500 2000-REPORT.
020600     PERFORM 2100-RETURN-REC THRU 2100-EXIT.
020700     PERFORM 2200-PROCESS-REC THRU 2200-EXIT
020800         UNTIL WS-EOF.
020900     IF NOT WS-FIRST-REC
021000        PERFORM 2400-NIGHT-BREAK THRU 2400-EXIT
021100     END-IF.
021200 2000-EXIT.
021300     EXIT.
021400*-----------------------------------------------------------*
021500 2100-RETURN-REC.
021600     RETURN SORT-FILE
021700        AT END
021800           SET WS-EOF TO TRUE
021900        NOT AT END
022000           ADD 1 TO WS-REC-COUNT
022100     END-RETURN.
022200 2100-EXIT.
022300     EXIT.
022400*-----------------------------------------------------------*
022500 2200-PROCESS-REC.
022600     IF WS-FIRST-REC
022700        MOVE "N" TO WS-FIRST-SW
022800        PERFORM 2500-NIGHT-START THRU 2500-EXIT
022900     ELSE
023000        IF RLG-NIGHT-DATE OF SORT-REC NOT = WS-CURR-NIGHT
023100           PERFORM 2400-NIGHT-BREAK THRU 2400-EXIT
023200           PERFORM 2500-NIGHT-START THRU 2500-EXIT
023300        END-IF
023400     END-IF.
023500     PERFORM 2300-STEP-LINE THRU 2300-EXIT.
023600     PERFORM 2100-RETURN-REC THRU 2100-EXIT.
023700 2200-EXIT.
023800     EXIT.
023900*-----------------------------------------------------------*
024000*  ONE STEP: WORKS OUT ITS ELAPSED TIME, WIDENS THE NIGHT'S    *
024100*  WINDOW AND PRINTS THE STEP LINE.                            *
024200*-----------------------------------------------------------*
024300 2300-STEP-LINE.
024400     MOVE RLG-START-DATE OF SORT-REC TO WS-CONV-DATE.
024500     MOVE RLG-START-TIME OF SORT-REC TO WS-STAMP-TIME.
024600     PERFORM 6100-STAMP-TO-SECS THRU 6100-EXIT.
024700     MOVE WS-STAMP-SECS TO WS-STEP-START.
024800     MOVE RLG-END-DATE OF SORT-REC TO WS-CONV-DATE.
024900     MOVE RLG-END-TIME OF SORT-REC TO WS-STAMP-TIME.
025000     PERFORM 6100-STAMP-TO-SECS THRU 6100-EXIT.
025100     MOVE WS-STAMP-SECS TO WS-STEP-END.
025200     COMPUTE WS-STEP-ELAPSED = WS-STEP-END - WS-STEP-START.
025300     IF WS-STEP-ELAPSED < ZERO
025400        MOVE ZERO TO WS-STEP-ELAPSED
025500     END-IF.
025600     IF WS-NIGHT-STEPS = ZERO
025700        OR WS-STEP-START < WS-NIGHT-FIRST
025800        MOVE WS-STEP-START TO WS-NIGHT-FIRST
025900     END-IF.
026000     IF WS-NIGHT-STEPS = ZERO
026100        OR WS-STEP-END > WS-NIGHT-LAST
026200        MOVE WS-STEP-END TO WS-NIGHT-LAST
026300     END-IF.
026400     ADD 1 TO WS-NIGHT-STEPS.
026500     IF RLG-RETURN-CODE OF SORT-REC NOT = ZERO
026600        ADD 1 TO WS-NIGHT-BAD-RC
026700     END-IF.
026800     IF RLG-RESTARTED OF SORT-REC
026900        ADD 1 TO WS-NIGHT-RESTARTS
027000     END-IF.
027100     IF NOT WS-PRINT-NIGHT
027200        GO TO 2300-EXIT
027300     END-IF.
027400
027500     MOVE SPACES TO WS-RPT-LINE.
027600     MOVE WS-NIGHT-STEPS TO WS-EDIT-STEP.
027700     MOVE WS-EDIT-STEP TO WS-RPT-LINE (1:2).
027800     MOVE RLG-PROGRAM OF SORT-REC TO WS-RPT-LINE (4:10).
027900     MOVE RLG-START-TIME OF SORT-REC TO WS-STAMP-TIME.
028000     PERFORM 6300-STAMP-TO-HMS THRU 6300-EXIT.
028100     MOVE WS-HMS TO WS-RPT-LINE (15:8).
028200     MOVE RLG-END-TIME OF SORT-REC TO WS-STAMP-TIME.
028300     PERFORM 6300-STAMP-TO-HMS THRU 6300-EXIT.
028400     MOVE WS-HMS TO WS-RPT-LINE (24:8).
028500     MOVE WS-STEP-ELAPSED TO WS-HMS-SECS.
028600     PERFORM 6200-SECS-TO-HMS THRU 6200-EXIT.
028700     MOVE WS-HMS TO WS-RPT-LINE (33:8).
028800     MOVE RLG-IN-COUNT OF SORT-REC TO WS-EDIT-COUNT.
028900     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (42:11).
029000     MOVE RLG-OUT-COUNT OF SORT-REC TO WS-EDIT-COUNT.
029100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (54:11).
029200     MOVE RLG-RETURN-CODE OF SORT-REC TO WS-EDIT-RC.
029300     MOVE WS-EDIT-RC TO WS-RPT-LINE (65:4).
029400     IF RLG-RETURN-CODE OF SORT-REC NOT = ZERO
029500        MOVE "***" TO WS-RPT-LINE (70:3)
029600     END-IF.
029700     IF RLG-RESTARTED OF SORT-REC
029800        MOVE "RESTART" TO WS-RPT-LINE (74:7)
029900     END-IF.
030000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
030100 2300-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------*
030400*  END OF ONE NIGHT: KEEPS ITS WINDOW FOR THE TREND AND, WHEN  *
030500*  IT IS PRINTED, SETS THE WINDOW AGAINST THE PREVIOUS NIGHT   *
030600*  AND THE AVERAGE OF THE SEVEN NIGHTS BEFORE IT.              *
030700*-----------------------------------------------------------*
030800 2400-NIGHT-BREAK.
030900     COMPUTE WS-NIGHT-WINDOW = WS-NIGHT-LAST - WS-NIGHT-FIRST.
031000     PERFORM 2600-TRAILING-AVERAGE THRU 2600-EXIT.
031060     IF WS-NT-USED NOT < WS-NT-MAX
031120        PERFORM 2450-ROLL-NIGHT THRU 2450-EXIT
031180           VARYING WS-NX FROM 2 BY 1
031240           UNTIL WS-NX > WS-NT-USED
031300        SUBTRACT 1 FROM WS-NT-USED
031360     END-IF.
031420     ADD 1 TO WS-NT-USED.
031480     MOVE WS-CURR-NIGHT TO NT-NIGHT (WS-NT-USED).
031540     MOVE WS-NIGHT-WINDOW TO NT-WINDOW (WS-NT-USED).
031600     MOVE WS-NIGHT-STEPS TO NT-STEPS (WS-NT-USED).
031660     MOVE WS-NIGHT-BAD-RC TO NT-BAD-RC (WS-NT-USED).
031800     IF NOT WS-PRINT-NIGHT
031900        GO TO 2400-EXIT
032000     END-IF.
032100
032200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
032300     MOVE "  STEPS RUN ..............:" TO WS-RPT-LINE.
032400     MOVE WS-NIGHT-STEPS TO WS-EDIT-COUNT.
032500     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
032600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
032700     MOVE "  NON-ZERO RETURN CODES ..:" TO WS-RPT-LINE.
032800     MOVE WS-NIGHT-BAD-RC TO WS-EDIT-COUNT.
032900     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
033000     IF WS-NIGHT-BAD-RC > ZERO
033100        MOVE "***" TO WS-RPT-LINE (42:3)
033200     END-IF.
033300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
033400     MOVE "  RESTARTED STEPS ........:" TO WS-RPT-LINE.
033500     MOVE WS-NIGHT-RESTARTS TO WS-EDIT-COUNT.
033600     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
033700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
033800     MOVE "  BATCH WINDOW ...........:" TO WS-RPT-LINE.
033900     MOVE WS-NIGHT-WINDOW TO WS-HMS-SECS.
034000     PERFORM 6200-SECS-TO-HMS THRU 6200-EXIT.
034100     MOVE WS-HMS TO WS-RPT-LINE (32:8).
034200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
034300     IF WS-AVG-COUNT = ZERO
034400        MOVE "  NO EARLIER NIGHTS ON THE LOG TO COMPARE"
034500           TO WS-RPT-LINE
034600        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
034700        GO TO 2400-EXIT
034800     END-IF.
034900     MOVE "  PREVIOUS NIGHT .........:" TO WS-RPT-LINE.
035000     MOVE WS-PREV-WINDOW TO WS-HMS-SECS.
035100     PERFORM 6200-SECS-TO-HMS THRU 6200-EXIT.
035200     MOVE WS-HMS TO WS-RPT-LINE (32:8).
035300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
035400     MOVE "  AVERAGE OF PRIOR NIGHTS :" TO WS-RPT-LINE.
035500     MOVE WS-AVG-WINDOW TO WS-HMS-SECS.
035600     PERFORM 6200-SECS-TO-HMS THRU 6200-EXIT.
035700     MOVE WS-HMS TO WS-RPT-LINE (32:8).
035800     MOVE "OVER" TO WS-RPT-LINE (42:4).
035900     MOVE WS-AVG-COUNT TO WS-EDIT-STEP.
036000     MOVE WS-EDIT-STEP TO WS-RPT-LINE (47:2).
036100     MOVE "NIGHTS" TO WS-RPT-LINE (50:6).
036200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
036300     COMPUTE WS-CHANGE = WS-NIGHT-WINDOW - WS-AVG-WINDOW.
036400     MOVE "  CHANGE ON THE AVERAGE ..:" TO WS-RPT-LINE.
036500     IF WS-CHANGE < ZERO
036600        MOVE "-" TO WS-RPT-LINE (31:1)
036700        COMPUTE WS-HMS-SECS = ZERO - WS-CHANGE
036800     ELSE
036900        MOVE "+" TO WS-RPT-LINE (31:1)
037000        MOVE WS-CHANGE TO WS-HMS-SECS
037100     END-IF.
037200     PERFORM 6200-SECS-TO-HMS THRU 6200-EXIT.
037300     MOVE WS-HMS TO WS-RPT-LINE (32:8).
037400     IF WS-AVG-WINDOW > ZERO
037500        COMPUTE WS-CHANGE-PCT ROUNDED =
037600           WS-CHANGE * 100 / WS-AVG-WINDOW
037700        MOVE WS-CHANGE-PCT TO WS-EDIT-PCT
037800        MOVE WS-EDIT-PCT TO WS-RPT-LINE (42:5)
037900        MOVE "%" TO WS-RPT-LINE (47:1)
038000        IF WS-CHANGE-PCT NOT < 10
038100           MOVE "*** WINDOW GROWING" TO WS-RPT-LINE (50:18)
038200        END-IF
038300     END-IF.
038400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
038500 2400-EXIT.
038600     EXIT.
038610*-----------------------------------------------------------*
038620*  MOVES ONE TREND ENTRY DOWN A PLACE, DROPPING THE OLDEST     *
038630*  NIGHT WHEN THE TABLE IS FULL.                               *
038640*-----------------------------------------------------------*
038650 2450-ROLL-NIGHT.
038660     MOVE WS-NT-ENTRY (WS-NX) TO WS-NT-ENTRY (WS-NX - 1).
038670 2450-EXIT.
038680     EXIT.
038700*-----------------------------------------------------------*
038800 2500-NIGHT-START.
038900     MOVE RLG-NIGHT-DATE OF SORT-REC TO WS-CURR-NIGHT.
039000     MOVE ZERO TO WS-NIGHT-STEPS.
039100     MOVE ZERO TO WS-NIGHT-BAD-RC.
039200     MOVE ZERO TO WS-NIGHT-RESTARTS.
039300     MOVE ZERO TO WS-NIGHT-FIRST.
039400     MOVE ZERO TO WS-NIGHT-LAST.
039500     IF WS-CURR-NIGHT < WS-FROM-NIGHT
039600        MOVE "N" TO WS-PRINT-SW
039700     ELSE
039800        SET WS-PRINT-NIGHT TO TRUE
039900        MOVE WS-CURR-NIGHT TO WS-HEAD-NIGHT
040000        MOVE 99 TO WS-LINE-COUNT
040100     END-IF.
040200 2500-EXIT.
040300     EXIT.
040400*-----------------------------------------------------------*
040500*  AVERAGE WINDOW OF THE NIGHTS ALREADY ON THE TREND TABLE,    *
040600*  UP TO SEVEN, AND THE WINDOW OF THE NIGHT JUST BEFORE.       *
040700*-----------------------------------------------------------*
040800 2600-TRAILING-AVERAGE.
040900     MOVE ZERO TO WS-AVG-COUNT.
041000     MOVE ZERO TO WS-AVG-SUM.
041100     MOVE ZERO TO WS-AVG-WINDOW.
041200     MOVE ZERO TO WS-PREV-WINDOW.
041300     IF WS-NT-USED = ZERO
041400        GO TO 2600-EXIT
041500     END-IF.
041600     MOVE NT-WINDOW (WS-NT-USED) TO WS-PREV-WINDOW.
041700     IF WS-NT-USED > WS-AVG-NIGHTS
041800        COMPUTE WS-NT-FROM = WS-NT-USED - WS-AVG-NIGHTS + 1
041900     ELSE
042000        MOVE 1 TO WS-NT-FROM
042100     END-IF.
042200     PERFORM 2650-ADD-NIGHT THRU 2650-EXIT
042300        VARYING WS-NX FROM WS-NT-FROM BY 1
042400        UNTIL WS-NX > WS-NT-USED.
042500     COMPUTE WS-AVG-WINDOW ROUNDED = WS-AVG-SUM / WS-AVG-COUNT.
042600 2600-EXIT.
042700     EXIT.
042800*-----------------------------------------------------------*
042900 2650-ADD-NIGHT.
043000     ADD NT-WINDOW (WS-NX) TO WS-AVG-SUM.
043100     ADD 1 TO WS-AVG-COUNT.
043200 2650-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------*
043500 3000-WRITE-LINE.
043600     IF WS-LINE-COUNT > WS-PAGE-LIMIT
043700        PERFORM 3100-PAGE-HEADING THRU 3100-EXIT
043800     END-IF.
043900     MOVE WS-RPT-LINE TO RUN-RPT-REC.
044000     WRITE RUN-RPT-REC.
044100     ADD 1 TO WS-LINE-COUNT.
044200     ADD 1 TO WS-LINES-PRINTED.
044300     MOVE SPACES TO WS-RPT-LINE.
044400 3000-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------*
044700 3100-PAGE-HEADING.
044800     ADD 1 TO WS-PAGE-COUNT.
044900     MOVE SPACES TO RUN-RPT-REC.
045000     IF WS-HEAD-NIGHT = ZERO
045100        MOVE "RUN DURATION TREND" TO RUN-RPT-REC
045200     ELSE
045300        MOVE "JOB-STREAM RUN LOG" TO RUN-RPT-REC
045400        MOVE "NIGHT OF" TO RUN-RPT-REC (33:8)
045500        MOVE WS-HEAD-NIGHT TO RUN-RPT-REC (42:8)
045600     END-IF.
045700     MOVE "PAGE" TO RUN-RPT-REC (60:4).
045800     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
045900     MOVE WS-EDIT-PAGE TO RUN-RPT-REC (65:5).
046000     WRITE RUN-RPT-REC.
046100     MOVE SPACES TO RUN-RPT-REC.
046200     IF WS-HEAD-NIGHT = ZERO
046300        MOVE "NIGHT" TO RUN-RPT-REC (1:5)
046400        MOVE "WINDOW" TO RUN-RPT-REC (11:6)
046500        MOVE "STEPS" TO RUN-RPT-REC (21:5)
046600        MOVE "RC" TO RUN-RPT-REC (28:2)
046700        MOVE "EACH * = 10 MINUTES" TO RUN-RPT-REC (34:19)
046800     ELSE
046900        MOVE "NO PROGRAM    START    END      ELAPSED"
047000           TO RUN-RPT-REC (1:39)
047100        MOVE "IN-COUNT   OUT-COUNT  RC" TO RUN-RPT-REC (45:24)
047200     END-IF.
047300     WRITE RUN-RPT-REC.
047400     MOVE SPACES TO RUN-RPT-REC.
047500     WRITE RUN-RPT-REC.
047600     MOVE 3 TO WS-LINE-COUNT.
047700 3100-EXIT.
047800     EXIT.
047900*-----------------------------------------------------------*
048000*  SECONDS FROM THE EPOCH FOR WS-CONV-DATE AND WS-STAMP-TIME.  *
048100*-----------------------------------------------------------*
048200 6100-STAMP-TO-SECS.
048300     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
048400     COMPUTE WS-STAMP-SECS = WS-CONV-DAYS * 86400
048500        + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
048600 6100-EXIT.
048700     EXIT.
048800*-----------------------------------------------------------*
048900 6200-SECS-TO-HMS.
049000     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
049100        REMAINDER WS-HMS-REM.
049200     DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
049300        REMAINDER WS-HMS-SS.
049400 6200-EXIT.
049500     EXIT.
049600*-----------------------------------------------------------*
049700 6300-STAMP-TO-HMS.
049800     MOVE WS-STAMP-HH TO WS-HMS-HH.
049900     MOVE WS-STAMP-MM TO WS-HMS-MM.
050000     MOVE WS-STAMP-SS TO WS-HMS-SS.
050100 6300-EXIT.
050200     EXIT.
050300*-----------------------------------------------------------*
050400*  CONVERTS WS-CONV-DATE (YYYYMMDD) TO A DAY NUMBER: WHOLE     *
050500*  YEARS AT 365 DAYS PLUS THE LEAP DAYS BEFORE THE YEAR,       *
050600*  PLUS THE DAYS BEFORE THE MONTH (WITH THE LEAP CORRECTION    *
050700*  AFTER FEBRUARY), PLUS THE DAY OF THE MONTH.                 *
050800*-----------------------------------------------------------*
050900 6000-DATE-TO-DAYS.
051000     IF WS-CONV-MM < 1 OR WS-CONV-MM > 12
051100        MOVE ZERO TO WS-CONV-DAYS
051200        GO TO 6000-EXIT
051300     END-IF.
051400     COMPUTE WS-PRIOR-YEAR = WS-CONV-YYYY - 1.
051500     COMPUTE WS-CONV-DAYS = WS-CONV-YYYY * 365.
051600     DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-QUOT.
051700     ADD WS-LEAP-QUOT TO WS-CONV-DAYS.
051800     DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-QUOT.
051900     SUBTRACT WS-LEAP-QUOT FROM WS-CONV-DAYS.
052000     DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-QUOT.
052100     ADD WS-LEAP-QUOT TO WS-CONV-DAYS.
052200     ADD WS-MONTH-OFFSET-ENTRY (WS-CONV-MM) TO WS-CONV-DAYS.
052300     ADD WS-CONV-DD TO WS-CONV-DAYS.
052400     MOVE "N" TO WS-LEAP-SW.
052500     DIVIDE WS-CONV-YYYY BY 4
052600        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
052700     IF WS-LEAP-REM = ZERO
052800        DIVIDE WS-CONV-YYYY BY 100
052900           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
053000        IF WS-LEAP-REM NOT = ZERO
053100           SET WS-LEAP-YEAR TO TRUE
053200        ELSE
053300           DIVIDE WS-CONV-YYYY BY 400
053400              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
053500           IF WS-LEAP-REM = ZERO
053600              SET WS-LEAP-YEAR TO TRUE
053700           END-IF
053800        END-IF
053900     END-IF.
054000     IF WS-LEAP-YEAR
054100        AND WS-CONV-MM > 2
054200        ADD 1 TO WS-CONV-DAYS
054300     END-IF.
054400 6000-EXIT.
054500     EXIT.
054600*-----------------------------------------------------------*
054700*  THE TREND: ONE LINE PER PRINTED NIGHT WITH ITS WINDOW AS A  *
054800*  BAR, SO A WINDOW CREEPING LONGER NIGHT BY NIGHT STANDS OUT. *
054900*-----------------------------------------------------------*
055000 8000-TREND.
055100     IF WS-NT-USED = ZERO
055200        GO TO 8000-EXIT
055300     END-IF.
055400     MOVE ZERO TO WS-HEAD-NIGHT.
055500     MOVE 99 TO WS-LINE-COUNT.
055600     PERFORM 8100-TREND-LINE THRU 8100-EXIT
055700        VARYING WS-NX FROM 1 BY 1
055800        UNTIL WS-NX > WS-NT-USED.
055900 8000-EXIT.
056000     EXIT.
056100*-----------------------------------------------------------*
056200 8100-TREND-LINE.
056300     IF NT-NIGHT (WS-NX) < WS-FROM-NIGHT
056400        GO TO 8100-EXIT
056500     END-IF.
056600     MOVE SPACES TO WS-RPT-LINE.
056700     MOVE NT-NIGHT (WS-NX) TO WS-RPT-LINE (1:8).
056800     MOVE NT-WINDOW (WS-NX) TO WS-HMS-SECS.
056900     PERFORM 6200-SECS-TO-HMS THRU 6200-EXIT.
057000     MOVE WS-HMS TO WS-RPT-LINE (11:8).
057100     MOVE NT-STEPS (WS-NX) TO WS-EDIT-RC.
057200     MOVE WS-EDIT-RC TO WS-RPT-LINE (21:4).
057300     IF NT-BAD-RC (WS-NX) > ZERO
057400        MOVE "***" TO WS-RPT-LINE (27:3)
057500     END-IF.
057600     DIVIDE NT-WINDOW (WS-NX) BY WS-BAR-UNIT GIVING WS-BAR-LEN.
057700     IF WS-BAR-LEN = ZERO
057800        AND NT-WINDOW (WS-NX) > ZERO
057900        MOVE 1 TO WS-BAR-LEN
058000     END-IF.
058100     IF WS-BAR-LEN > WS-BAR-MAX
058200        MOVE WS-BAR-MAX TO WS-BAR-LEN
058300        MOVE ">" TO WS-RPT-LINE (71:1)
058400     END-IF.
058500     IF WS-BAR-LEN > ZERO
058600        MOVE WS-BAR (1:WS-BAR-LEN) TO WS-RPT-LINE (34:WS-BAR-LEN)
058700     END-IF.
058800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
058900 8100-EXIT.
059000     EXIT.
059100*-----------------------------------------------------------*
059200*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
059300*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
059400*-----------------------------------------------------------*
059500 9900-WRITE-RUN-LOG.
059600     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
059700     MOVE WS-LINES-PRINTED TO RLG-OUT-COUNT OF WS-RUN-LOG.
059800     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
059900     CALL "RUNLOGW" USING WS-RUN-LOG.
060000     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
060100 9900-EXIT.
060200     EXIT.
060300*-----------------------------------------------------------*
060400 END PROGRAM RUNRPT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MTDANOM.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  MTDANOM - NIGHTLY VOLUME AND VALUE ANOMALY CHECK.           *
000900*  RUNS AFTER MTDUPD. A SENDER THAT SUDDENLY SUBMITS TRIPLE    *
001000*  ITS NORMAL VOLUME, OR WHOSE TOTAL OF ADDITIONS JUMPS BY AN  *
001100*  ORDER OF MAGNITUDE, HAS USUALLY SENT A WRONG OR DUPLICATED  *
001200*  FILE. FOR EACH DEPARTMENT POSTED TO THE MONTH-TO-DATE FILE  *
001300*  (MTDFILE, SEE MTDREC.CPY) FOR THE PROCESSING DATE, THIS     *
001400*  STEP AVERAGES THE DEPARTMENT'S DAYS OVER THE TRAILING       *
001500*  WINDOW - FROM THE LIVE FILE AND, ACROSS A MONTH-END, THE    *
001600*  MTDARCH ARCHIVE - AND REPORTS (ANOMRPT) EACH COUNT BY       *
001700*  OPERATOR, THE REJECT RATE AND THE TOTAL OF ADDITIONS THAT   *
001800*  FALLS OUTSIDE THE DEPARTMENT'S TOLERANCES (ANOMMF, SEE      *
001900*  ANOMREC.CPY). A DEPARTMENT WITH TOO LITTLE HISTORY IS       *
002000*  LISTED BUT NOT JUDGED. ANY ANOMALY ENDS THE STEP WITH       *
002100*  RETURN-CODE 10 SO IT IS QUERIED WITH THE DEPARTMENT THE     *
002200*  NEXT MORNING; NOTHING POSTED FOR THE DATE ENDS IT WITH 4.   *
002300*  MTDFILE MUST OPEN (RETURN-CODE 20); WITHOUT MTDARCH THE     *
002400*  HISTORY IS THE LIVE FILE ALONE, AND WITHOUT ANOMMF EVERY    *
002500*  DEPARTMENT TAKES THE BUILT-IN DEFAULTS.                     *
002600*  THE PROCESSING DATE COMES FROM THE ENVIRONMENT, THE SAME    *
002700*  WAY MTDUPD TAKES IT:                                        *
002800*      MTDDATE - YYYYMMDD, BLANK = TODAY                       *
002900*-----------------------------------------------------------*
003000*  MODIFICATION HISTORY
003100*  2026-10-15 MWF  INITIAL VERSION.
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MTD-FILE ASSIGN TO "MTDFILE"
003700            ORGANIZATION IS INDEXED
003800            ACCESS MODE IS SEQUENTIAL
003900            RECORD KEY IS MTD-KEY
004000            FILE STATUS IS WS-MTD-FS.
004100
004200     SELECT ARCH-FILE ASSIGN TO "MTDARCH"
004300            ORGANIZATION IS SEQUENTIAL
004400            FILE STATUS IS WS-ARCH-FS.
004500
004600     SELECT ANOM-FILE ASSIGN TO "ANOMMF"
004700            ORGANIZATION IS INDEXED
004800            ACCESS MODE IS RANDOM
004900            RECORD KEY IS ANM-DEPT
005000            FILE STATUS IS WS-ANOM-FS.
005100
005200     SELECT ANOM-RPT-FILE ASSIGN TO "ANOMRPT"
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS WS-ANOM-RPT-FS.
005500*-----------------------------------------------------------*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  MTD-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY MTDREC REPLACING ==MTD-RECORD== BY ==MTD-MF-REC==.
006100
006200 FD  ARCH-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY MTDREC REPLACING ==MTD-RECORD== BY ==MTD-ARCH-REC==.
006500
006600 FD  ANOM-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY ANOMREC REPLACING ==ANOMALY-LIMIT-RECORD==
006900            BY ==ANOM-MF-REC==.
007000
007100 FD  ANOM-RPT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  ANOM-RPT-REC                      PIC X(80).
007400*-----------------------------------------------------------*
007500 WORKING-STORAGE SECTION.
007600*    WORK COPY OF THE RECORD BEING TAKEN IN, SO THE LIVE AND
007700*    ARCHIVE SOURCES SHARE ONE SET OF PARAGRAPHS
007800     COPY MTDREC REPLACING ==MTD-RECORD== BY ==WS-MTD-REC==.
007900
008000*    THE INSTALLATION DEFAULTS ("*ALL") FROM ANOMMF
008100     COPY ANOMREC REPLACING ==ANOMALY-LIMIT-RECORD==
008200            BY ==WS-ALL-LIMITS==.
008300
008400 77  WS-EOF-SW                         PIC X(01) VALUE "N".
008500     88  WS-EOF                              VALUE "Y".
008600 77  WS-MTD-FS                         PIC X(02) VALUE "00".
008700 77  WS-ARCH-FS                        PIC X(02) VALUE "00".
008800 77  WS-ANOM-FS                        PIC X(02) VALUE "00".
008900 77  WS-ANOM-RPT-FS                    PIC X(02) VALUE "00".
009000 77  WS-SOURCE-SW                      PIC X(01) VALUE "L".
009100     88  WS-FROM-LIVE                        VALUE "L".
009200     88  WS-FROM-ARCHIVE                     VALUE "A".
009300 77  WS-ANOM-OPEN-SW                   PIC X(01) VALUE "N".
009400     88  WS-ANOM-OPEN                        VALUE "Y".
009500 77  WS-ALL-FOUND-SW                   PIC X(01) VALUE "N".
009600     88  WS-ALL-FOUND                        VALUE "Y".
009700 77  WS-LIMIT-FOUND-SW                 PIC X(01) VALUE "N".
009800     88  WS-LIMIT-FOUND                      VALUE "Y".
009900 77  WS-CNT-READ                       PIC 9(09) COMP VALUE ZERO.
010000 77  WS-CNT-HISTORY                    PIC 9(09) COMP VALUE ZERO.
010100 77  WS-CNT-TODAY                      PIC 9(09) COMP VALUE ZERO.
010200 77  WS-CNT-JUDGED                     PIC 9(09) COMP VALUE ZERO.
010300 77  WS-CNT-SHORT                      PIC 9(09) COMP VALUE ZERO.
010400 77  WS-CNT-FLAGGED                    PIC 9(09) COMP VALUE ZERO.
010500 77  WS-CNT-EXCEPTIONS                 PIC 9(09) COMP VALUE ZERO.
010600 77  WS-CNT-OVERFLOW                   PIC 9(09) COMP VALUE ZERO.
010700
010800*    PROCESSING DATE PICKED UP FROM THE ENVIRONMENT, AND THE
010900*    DAY NUMBERS THAT PLACE A RECORD INSIDE THE WINDOW
011000 77  WS-MTD-DATE-ENV                   PIC X(08) VALUE SPACES.
011100 77  WS-MTD-DATE                       PIC 9(08) VALUE ZERO.
011200 77  WS-RUN-DAYS                       PIC S9(09) COMP VALUE ZERO.
011300 77  WS-AGE-DAYS                       PIC S9(09) COMP VALUE ZERO.
011400
011500*    BUILT-IN DEFAULTS FOR A ZERO LIMIT (SEE ANOMREC.CPY)
011600 77  WS-DFLT-HIST-DAYS                 PIC 9(03) VALUE 28.
011700 77  WS-DFLT-MIN-HIST                  PIC 9(02) VALUE 5.
011800 77  WS-DFLT-MIN-COUNT                 PIC 9(05) VALUE 10.
011900 77  WS-DFLT-CNT-TOL                   PIC 9(04) VALUE 200.
012000 77  WS-DFLT-REJ-TOL                   PIC 9(03)V9 VALUE 10.0.
012100 77  WS-DFLT-ADD-TOL                   PIC 9(04) VALUE 900.
012200
012300*    THE RECORD'S COUNTS IN TABLE FORM: THE SEVEN OPERATORS IN
012400*    STATEMENT ORDER, THEN THE REJECTS
012500 01  WS-REC-COUNTS.
012600     05  WS-RC OCCURS 8 TIMES          PIC 9(09) COMP.
012700 77  WS-MX                             PIC 9(02) COMP VALUE ZERO.
012800 01  WS-MEASURE-VALUES.
012900     05  FILLER                        PIC X(12) VALUE
013000         "COUNT ADD".
013100     05  FILLER                        PIC X(12) VALUE
013200         "COUNT SUB".
013300     05  FILLER                        PIC X(12) VALUE
013400         "COUNT MUL".
013500     05  FILLER                        PIC X(12) VALUE
013600         "COUNT DIV".
013700     05  FILLER                        PIC X(12) VALUE
013800         "COUNT PCT".
013900     05  FILLER                        PIC X(12) VALUE
014000         "COUNT POW".
014100     05  FILLER                        PIC X(12) VALUE
014200         "COUNT IDIV".
014300     05  FILLER                        PIC X(12) VALUE
014400         "REJECT RATE".
014500 01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-VALUES.
014600     05  WS-MEASURE-NAME OCCURS 8 TIMES
014700                                       PIC X(12).
014800
014900*    ONE ENTRY PER DEPARTMENT SEEN - TODAY'S FIGURES, THE
015000*    WINDOW'S TOTALS AND THE LIMITS THAT APPLY. A DEPARTMENT
015100*    BEYOND THE TABLE IS COUNTED AND SKIPPED, NOT MERGED INTO
015200*    ANOTHER, SO NO DEPARTMENT IS JUDGED ON A NEIGHBOUR'S DAYS.
015300 77  WS-DEPT-MAX                       PIC 9(03) COMP VALUE 200.
015400 77  WS-DEPT-USED                      PIC 9(03) COMP VALUE ZERO.
015500 77  WS-DX                             PIC 9(03) COMP VALUE ZERO.
015600 77  WS-DEPT-FOUND-SW                  PIC X(01) VALUE "N".
015700     88  WS-DEPT-FOUND                       VALUE "Y".
015800 01  WS-DEPT-TABLE.
015900     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
016000         10  WS-DT-DEPT                PIC X(04).
016100         10  WS-DT-TODAY-SW            PIC X(01).
016200             88  WS-DT-TODAY                 VALUE "Y".
016300         10  WS-DT-FLAGGED-SW          PIC X(01).
016400             88  WS-DT-FLAGGED               VALUE "Y".
016500         10  WS-DT-HIST-DAYS           PIC 9(03).
016600         10  WS-DT-MIN-HIST            PIC 9(02).
016700         10  WS-DT-MIN-COUNT           PIC 9(05).
016800         10  WS-DT-CNT-TOL             PIC 9(04).
016900         10  WS-DT-REJ-TOL             PIC 9(03)V9.
017000         10  WS-DT-ADD-TOL             PIC 9(04).
017100         10  WS-DT-DAY-CNT OCCURS 8 TIMES
017200                                       PIC 9(09) COMP.
017300         10  WS-DT-DAY-ADD             PIC S9(09)V99.
017400         10  WS-DT-H-DAYS              PIC 9(05) COMP.
017500         10  WS-DT-H-CNT OCCURS 8 TIMES
017600                                       PIC 9(11) COMP.
017700         10  WS-DT-H-ADD               PIC S9(11)V99.
017800
017900*    COMPARISON WORK FIELDS
018000 77  WS-DAY-VALUE                      PIC S9(11)V99 VALUE ZERO.
018100 77  WS-AVG-VALUE                      PIC S9(11)V99 VALUE ZERO.
018200 77  WS-HIGH-LIMIT                     PIC S9(13)V99 VALUE ZERO.
018300 77  WS-LOW-LIMIT                      PIC S9(13)V99 VALUE ZERO.
018400 77  WS-TOL-PCT                        PIC 9(04) VALUE ZERO.
018500 77  WS-CHANGE-PCT                     PIC S9(07) VALUE ZERO.
018600 77  WS-DAY-ITEMS                      PIC 9(09) COMP VALUE ZERO.
018700 77  WS-HIST-ITEMS                     PIC 9(11) COMP VALUE ZERO.
018800 77  WS-DAY-RATE                       PIC 9(03)V99 VALUE ZERO.
018900 77  WS-AVG-RATE                       PIC 9(03)V99 VALUE ZERO.
019000 77  WS-RATE-RISE                      PIC S9(03)V99 VALUE ZERO.
019100 77  WS-EXC-FLAG                       PIC X(04) VALUE SPACES.
019200 77  WS-EXC-MEASURE                    PIC X(12) VALUE SPACES.
019300 77  WS-EXC-CHANGE                     PIC X(09) VALUE SPACES.
019400 77  WS-EXC-LIMIT                      PIC X(09) VALUE SPACES.
019500
019600*    DATE-TO-DAY-NUMBER CONVERSION
019700 01  WS-CONV-DATE                      PIC 9(08) VALUE ZERO.
019800 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE.
019900     05  WS-CONV-YYYY                  PIC 9(04).
020000     05  WS-CONV-MM                    PIC 9(02).
020100     05  WS-CONV-DD                    PIC 9(02).
020200 77  WS-CONV-DAYS                      PIC S9(09) COMP VALUE ZERO.
020300 77  WS-PRIOR-YEAR                     PIC 9(04) COMP VALUE ZERO.
020400 77  WS-LEAP-QUOT                      PIC 9(04) COMP VALUE ZERO.
020500 77  WS-LEAP-REM                       PIC 9(04) COMP VALUE ZERO.
020600 77  WS-LEAP-SW                        PIC X(01) VALUE "N".
020700     88  WS-LEAP-YEAR                        VALUE "Y".
020800 01  WS-MONTH-OFFSET-TABLE.
020900     05  FILLER                        PIC X(36) VALUE
021000         "000031059090120151181212243273304334".
021100 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
021200     05  WS-MONTH-OFFSET-ENTRY OCCURS 12 TIMES
021300                                       PIC 9(03).
021400
021500*    PRINT LINE WORK FIELDS
021600 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
021700 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
021800 77  WS-PAGE-LIMIT                     PIC 9(03) COMP VALUE 55.
021900 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
022000 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
022100 01  WS-EDIT-AMOUNT                    PIC -ZZZ,ZZZ,ZZ9.99.
022200 01  WS-EDIT-PCT                       PIC -ZZZZZ9.
022300 01  WS-EDIT-TOL                       PIC ZZZ9.
022400 01  WS-EDIT-PTS                       PIC -ZZ9.9.
022500 01  WS-EDIT-PAGE                      PIC ZZZZ9.
022600
022700*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
022800     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
022900*-----------------------------------------------------------*
023000 PROCEDURE DIVISION.
023100*-----------------------------------------------------------*
023200 0000-MAINLINE.
023300     MOVE SPACES TO WS-RUN-LOG.
023400     MOVE "MTDANOM" TO RLG-PROGRAM OF WS-RUN-LOG.
023500     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
023600     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
023700     PERFORM 1100-GET-MTD-DATE THRU 1100-EXIT.
023800
023900     OPEN INPUT MTD-FILE.
024000     IF WS-MTD-FS NOT = "00"
024100        DISPLAY "ERROR: UNABLE TO OPEN MTDFILE - FILE STATUS "
024200           WS-MTD-FS
024300        MOVE 20 TO RETURN-CODE
024400        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
024500        STOP RUN
024600     END-IF.
024700     OPEN INPUT ANOM-FILE.
024800     IF WS-ANOM-FS = "00"
024900        SET WS-ANOM-OPEN TO TRUE
025000     ELSE
025100        DISPLAY "WARNING: UNABLE TO OPEN ANOMMF - FILE STATUS "
025200           WS-ANOM-FS " - BUILT-IN LIMITS USED"
025300     END-IF.
025400     PERFORM 1200-GET-DEFAULTS THRU 1200-EXIT.
025500     OPEN OUTPUT ANOM-RPT-FILE.
025600
025700     MOVE "N" TO WS-EOF-SW.
025800     PERFORM 1000-READ-MTD THRU 1000-EXIT.
025900     PERFORM 2000-TAKE-REC THRU 2000-EXIT
026000        UNTIL WS-EOF.
026100     CLOSE MTD-FILE.
026200
026300     OPEN INPUT ARCH-FILE.
026400     IF WS-ARCH-FS = "00"
026500        SET WS-FROM-ARCHIVE TO TRUE
026600        MOVE "N" TO WS-EOF-SW
026700        PERFORM 1050-READ-ARCH THRU 1050-EXIT
026800        PERFORM 2000-TAKE-REC THRU 2000-EXIT
026900           UNTIL WS-EOF
027000        CLOSE ARCH-FILE
027100     ELSE
027200        DISPLAY "WARNING: UNABLE TO OPEN MTDARCH - FILE STATUS "
027300           WS-ARCH-FS " - HISTORY FROM MTDFILE ONLY"
027400     END-IF.
027500     IF WS-ANOM-OPEN
027600        CLOSE ANOM-FILE
027700     END-IF.
027800
027900     PERFORM 4000-JUDGE-DEPT THRU 4000-EXIT
028000        VARYING WS-DX FROM 1 BY 1
028100        UNTIL WS-DX > WS-DEPT-USED.
028200     PERFORM 8000-SUMMARY THRU 8000-EXIT.
028300     CLOSE ANOM-RPT-FILE.
028400
028500     DISPLAY "MTDANOM: PROCESSING DATE ...: " WS-MTD-DATE.
028600     DISPLAY "MTDANOM: RECORDS READ ......: " WS-CNT-READ.
028700     DISPLAY "MTDANOM: DEPARTMENTS TODAY .: " WS-CNT-TODAY.
028800     DISPLAY "MTDANOM: DEPARTMENTS FLAGGED: " WS-CNT-FLAGGED.
028900     DISPLAY "MTDANOM: ANOMALIES .........: " WS-CNT-EXCEPTIONS.
029000     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
029100     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
029200     STOP RUN.
029300*-----------------------------------------------------------*
029400 1000-READ-MTD.
029500     READ MTD-FILE INTO WS-MTD-REC
029600        AT END
029700           SET WS-EOF TO TRUE
029800        NOT AT END
029900           ADD 1 TO WS-CNT-READ
030000     END-READ.
030100 1000-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------*
030400 1050-READ-ARCH.
030500     READ ARCH-FILE INTO WS-MTD-REC
030600        AT END
030700           SET WS-EOF TO TRUE
030800        NOT AT END
030900           ADD 1 TO WS-CNT-READ
031000     END-READ.
031100 1050-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------*
031400 1100-GET-MTD-DATE.
031500     ACCEPT WS-MTD-DATE-ENV FROM ENVIRONMENT "MTDDATE".
031600     IF WS-MTD-DATE-ENV NOT = SPACES
031700        AND WS-MTD-DATE-ENV NUMERIC
031800        MOVE WS-MTD-DATE-ENV TO WS-MTD-DATE
031900     ELSE
032000        ACCEPT WS-MTD-DATE FROM DATE YYYYMMDD
032100     END-IF.
032200     MOVE WS-MTD-DATE TO WS-CONV-DATE.
032300     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
032400     MOVE WS-CONV-DAYS TO WS-RUN-DAYS.
032500 1100-EXIT.
032600     EXIT.
032700*-----------------------------------------------------------*
032800 1200-GET-DEFAULTS.
032900     MOVE ZERO TO WS-ALL-LIMITS.
033000     IF NOT WS-ANOM-OPEN
033100        GO TO 1200-EXIT
033200     END-IF.
033300     MOVE "*ALL" TO ANM-DEPT OF ANOM-MF-REC.
033400     READ ANOM-FILE
033500        INVALID KEY
033600           CONTINUE
033700        NOT INVALID KEY
033800           SET WS-ALL-FOUND TO TRUE
033900           MOVE ANOM-MF-REC TO WS-ALL-LIMITS
034000     END-READ.
034100 1200-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------*
034400*  TAKES ONE MTD RECORD: THE PROCESSING DATE'S IS THE DAY      *
034500*  BEING JUDGED; AN EARLIER ONE INSIDE THE DEPARTMENT'S        *
034600*  WINDOW ADDS TO ITS HISTORY; ANYTHING ELSE IS PASSED OVER.   *
034700*-----------------------------------------------------------*
034800 2000-TAKE-REC.
034900     IF MTD-DATE OF WS-MTD-REC > WS-MTD-DATE
035000        GO TO 2000-NEXT
035100     END-IF.
035200     PERFORM 2100-FIND-DEPT THRU 2100-EXIT.
035300     IF NOT WS-DEPT-FOUND
035400        GO TO 2000-NEXT
035500     END-IF.
035600     PERFORM 2400-LOAD-COUNTS THRU 2400-EXIT.
035700     IF MTD-DATE OF WS-MTD-REC = WS-MTD-DATE
035800        IF NOT WS-DT-TODAY (WS-DX)
035900           SET WS-DT-TODAY (WS-DX) TO TRUE
036000           ADD 1 TO WS-CNT-TODAY
036100        END-IF
036200        PERFORM 2450-ADD-DAY THRU 2450-EXIT
036300           VARYING WS-MX FROM 1 BY 1
036400           UNTIL WS-MX > 8
036500        ADD MTD-TOTAL-ADD OF WS-MTD-REC TO WS-DT-DAY-ADD (WS-DX)
036600        GO TO 2000-NEXT
036700     END-IF.
036800     MOVE MTD-DATE OF WS-MTD-REC TO WS-CONV-DATE.
036900     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
037000     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-CONV-DAYS.
037100     IF WS-AGE-DAYS > WS-DT-HIST-DAYS (WS-DX)
037200        GO TO 2000-NEXT
037300     END-IF.
037400     ADD 1 TO WS-CNT-HISTORY.
037500     ADD 1 TO WS-DT-H-DAYS (WS-DX).
037600     PERFORM 2460-ADD-HIST THRU 2460-EXIT
037700        VARYING WS-MX FROM 1 BY 1
037800        UNTIL WS-MX > 8.
037900     ADD MTD-TOTAL-ADD OF WS-MTD-REC TO WS-DT-H-ADD (WS-DX).
038000
038100 2000-NEXT.
038200     PERFORM 2050-READ-NEXT THRU 2050-EXIT.
038300 2000-EXIT.
038400     EXIT.
038500*-----------------------------------------------------------*
038600 2050-READ-NEXT.
038700     IF WS-FROM-LIVE
038800        PERFORM 1000-READ-MTD THRU 1000-EXIT
038900     ELSE
039000        PERFORM 1050-READ-ARCH THRU 1050-EXIT
039100     END-IF.
039200 2050-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------*
039500*  LINEAR SEARCH OF THE DEPARTMENT TABLE; ADDS THE DEPARTMENT  *
039600*  ON FIRST SIGHT WITH ITS LIMITS. LEAVES WS-DX AT THE ENTRY.  *
039700*-----------------------------------------------------------*
039800 2100-FIND-DEPT.
039900     MOVE "N" TO WS-DEPT-FOUND-SW.
040000     PERFORM 2150-SCAN-DEPT THRU 2150-EXIT
040100        VARYING WS-DX FROM 1 BY 1
040200        UNTIL WS-DEPT-FOUND OR WS-DX > WS-DEPT-USED.
040300     IF WS-DEPT-FOUND
040400        SUBTRACT 1 FROM WS-DX
040500        GO TO 2100-EXIT
040600     END-IF.
040700     IF WS-DEPT-USED NOT < WS-DEPT-MAX
040800        ADD 1 TO WS-CNT-OVERFLOW
040900        GO TO 2100-EXIT
041000     END-IF.
041100     ADD 1 TO WS-DEPT-USED.
041200     MOVE WS-DEPT-USED TO WS-DX.
041300     PERFORM 2200-NEW-DEPT THRU 2200-EXIT.
041400     SET WS-DEPT-FOUND TO TRUE.
041500 2100-EXIT.
041600     EXIT.
041700*-----------------------------------------------------------*
041800 2150-SCAN-DEPT.
041900     IF WS-DT-DEPT (WS-DX) = MTD-DEPT OF WS-MTD-REC
042000        SET WS-DEPT-FOUND TO TRUE
042100     END-IF.
042200 2150-EXIT.
042300     EXIT.
042400*-----------------------------------------------------------*
042500 2200-NEW-DEPT.
042600     MOVE MTD-DEPT OF WS-MTD-REC TO WS-DT-DEPT (WS-DX).
042700     MOVE "N" TO WS-DT-TODAY-SW (WS-DX).
042800     MOVE "N" TO WS-DT-FLAGGED-SW (WS-DX).
042900     MOVE ZERO TO WS-DT-DAY-ADD (WS-DX).
043000     MOVE ZERO TO WS-DT-H-DAYS (WS-DX).
043100     MOVE ZERO TO WS-DT-H-ADD (WS-DX).
043200     PERFORM 2250-CLEAR-COUNTS THRU 2250-EXIT
043300        VARYING WS-MX FROM 1 BY 1
043400        UNTIL WS-MX > 8.
043500     PERFORM 2300-GET-LIMITS THRU 2300-EXIT.
043600 2200-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------*
043900 2250-CLEAR-COUNTS.
044000     MOVE ZERO TO WS-DT-DAY-CNT (WS-DX WS-MX).
044100     MOVE ZERO TO WS-DT-H-CNT (WS-DX WS-MX).
044200 2250-EXIT.
044300     EXIT.
044400*-----------------------------------------------------------*
044500*  THE DEPARTMENT'S OWN ANOMMF ENTRY, ELSE THE "*ALL" ENTRY;   *
044600*  A ZERO OR UNREADABLE LIMIT TAKES THE BUILT-IN DEFAULT.      *
044700*-----------------------------------------------------------*
044800 2300-GET-LIMITS.
044900     MOVE "N" TO WS-LIMIT-FOUND-SW.
045000     IF WS-ANOM-OPEN
045100        MOVE WS-DT-DEPT (WS-DX) TO ANM-DEPT OF ANOM-MF-REC
045200        READ ANOM-FILE
045300           INVALID KEY
045400              CONTINUE
045500           NOT INVALID KEY
045600              SET WS-LIMIT-FOUND TO TRUE
045700        END-READ
045800     END-IF.
045900     IF NOT WS-LIMIT-FOUND
046000        MOVE WS-ALL-LIMITS TO ANOM-MF-REC
046100     END-IF.
046200     IF ANM-HIST-DAYS OF ANOM-MF-REC NUMERIC
046300        AND ANM-HIST-DAYS OF ANOM-MF-REC > ZERO
046400        MOVE ANM-HIST-DAYS OF ANOM-MF-REC
046500           TO WS-DT-HIST-DAYS (WS-DX)
046600     ELSE
046700        MOVE WS-DFLT-HIST-DAYS TO WS-DT-HIST-DAYS (WS-DX)
046800     END-IF.
046900     IF ANM-MIN-HIST OF ANOM-MF-REC NUMERIC
047000        AND ANM-MIN-HIST OF ANOM-MF-REC > ZERO
047100        MOVE ANM-MIN-HIST OF ANOM-MF-REC
047200           TO WS-DT-MIN-HIST (WS-DX)
047300     ELSE
047400        MOVE WS-DFLT-MIN-HIST TO WS-DT-MIN-HIST (WS-DX)
047500     END-IF.
047600     IF ANM-MIN-COUNT OF ANOM-MF-REC NUMERIC
047700        AND ANM-MIN-COUNT OF ANOM-MF-REC > ZERO
047800        MOVE ANM-MIN-COUNT OF ANOM-MF-REC
047900           TO WS-DT-MIN-COUNT (WS-DX)
048000     ELSE
048100        MOVE WS-DFLT-MIN-COUNT TO WS-DT-MIN-COUNT (WS-DX)
048200     END-IF.
048300     IF ANM-CNT-TOL-PCT OF ANOM-MF-REC NUMERIC
048400        AND ANM-CNT-TOL-PCT OF ANOM-MF-REC > ZERO
048500        MOVE ANM-CNT-TOL-PCT OF ANOM-MF-REC
048600           TO WS-DT-CNT-TOL (WS-DX)
048700     ELSE
048800        MOVE WS-DFLT-CNT-TOL TO WS-DT-CNT-TOL (WS-DX)
048900     END-IF.
049000     IF ANM-REJ-TOL-PTS OF ANOM-MF-REC NUMERIC
049100        AND ANM-REJ-TOL-PTS OF ANOM-MF-REC > ZERO
049200        MOVE ANM-REJ-TOL-PTS OF ANOM-MF-REC
049300           TO WS-DT-REJ-TOL (WS-DX)
049400     ELSE
049500        MOVE WS-DFLT-REJ-TOL TO WS-DT-REJ-TOL (WS-DX)
049600     END-IF.
049700     IF ANM-ADD-TOL-PCT OF ANOM-MF-REC NUMERIC
049800        AND ANM-ADD-TOL-PCT OF ANOM-MF-REC > ZERO
049900        MOVE ANM-ADD-TOL-PCT OF ANOM-MF-REC
050000           TO WS-DT-ADD-TOL (WS-DX)
050100     ELSE
050200        MOVE WS-DFLT-ADD-TOL TO WS-DT-ADD-TOL (WS-DX)
050300     END-IF.
050400 2300-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------*
050700 2400-LOAD-COUNTS.
050800     MOVE MTD-CNT-ADD OF WS-MTD-REC TO WS-RC (1).
050900     MOVE MTD-CNT-SUB OF WS-MTD-REC TO WS-RC (2).
051000     MOVE MTD-CNT-MUL OF WS-MTD-REC TO WS-RC (3).
051100     MOVE MTD-CNT-DIV OF WS-MTD-REC TO WS-RC (4).
051200     MOVE MTD-CNT-PCT OF WS-MTD-REC TO WS-RC (5).
051300     MOVE MTD-CNT-POW OF WS-MTD-REC TO WS-RC (6).
051400     MOVE MTD-CNT-IDIV OF WS-MTD-REC TO WS-RC (7).
051500     MOVE MTD-CNT-REJECT OF WS-MTD-REC TO WS-RC (8).
051600 2400-EXIT.
051700     EXIT.
051800*-----------------------------------------------------------*
051900 2450-ADD-DAY.
052000     ADD WS-RC (WS-MX) TO WS-DT-DAY-CNT (WS-DX WS-MX).
052100 2450-EXIT.
052200     EXIT.
052300*-----------------------------------------------------------*
052400 2460-ADD-HIST.
052500     ADD WS-RC (WS-MX) TO WS-DT-H-CNT (WS-DX WS-MX).
052600 2460-EXIT.
052700     EXIT.
052800*-----------------------------------------------------------*
052900 3000-WRITE-LINE.
053000     IF WS-LINE-COUNT > WS-PAGE-LIMIT
053100        PERFORM 3100-PAGE-HEADING THRU 3100-EXIT
053200     END-IF.
053300     MOVE WS-RPT-LINE TO ANOM-RPT-REC.
053400     WRITE ANOM-RPT-REC.
053500     ADD 1 TO WS-LINE-COUNT.
053600     MOVE SPACES TO WS-RPT-LINE.
053700 3000-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------*
054000 3100-PAGE-HEADING.
054100     ADD 1 TO WS-PAGE-COUNT.
054200     MOVE SPACES TO ANOM-RPT-REC.
054300     MOVE "MTD VOLUME AND VALUE ANOMALIES" TO ANOM-RPT-REC.
054400     MOVE "DATE" TO ANOM-RPT-REC (36:4).
054500     MOVE WS-MTD-DATE TO ANOM-RPT-REC (41:8).
054600     MOVE "PAGE" TO ANOM-RPT-REC (60:4).
054700     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
054800     MOVE WS-EDIT-PAGE TO ANOM-RPT-REC (65:5).
054900     WRITE ANOM-RPT-REC.
055000     MOVE SPACES TO ANOM-RPT-REC.
055100     WRITE ANOM-RPT-REC.
055200     MOVE "DEPT" TO ANOM-RPT-REC (1:4).
055300     MOVE "MEASURE" TO ANOM-RPT-REC (7:7).
055400     MOVE "TODAY" TO ANOM-RPT-REC (30:5).
055500     MOVE "AVERAGE" TO ANOM-RPT-REC (44:7).
055600     MOVE "CHANGE" TO ANOM-RPT-REC (54:6).
055700     MOVE "LIMIT" TO ANOM-RPT-REC (65:5).
055800     MOVE "FLAG" TO ANOM-RPT-REC (72:4).
055900     WRITE ANOM-RPT-REC.
056000     MOVE SPACES TO ANOM-RPT-REC.
056100     WRITE ANOM-RPT-REC.
056200     MOVE 4 TO WS-LINE-COUNT.
056300 3100-EXIT.
056400     EXIT.
056500*-----------------------------------------------------------*
056600*  JUDGES ONE DEPARTMENT POSTED FOR THE PROCESSING DATE        *
056700*  AGAINST THE AVERAGE OF ITS HISTORY DAYS.                    *
056800*-----------------------------------------------------------*
056900 4000-JUDGE-DEPT.
057000     IF NOT WS-DT-TODAY (WS-DX)
057100        GO TO 4000-EXIT
057200     END-IF.
057300     IF WS-DT-H-DAYS (WS-DX) < WS-DT-MIN-HIST (WS-DX)
057400        ADD 1 TO WS-CNT-SHORT
057500        GO TO 4000-EXIT
057600     END-IF.
057700     ADD 1 TO WS-CNT-JUDGED.
057800     PERFORM 4100-CHECK-COUNT THRU 4100-EXIT
057900        VARYING WS-MX FROM 1 BY 1
058000        UNTIL WS-MX > 7.
058100     PERFORM 4200-CHECK-REJECT THRU 4200-EXIT.
058200     PERFORM 4300-CHECK-ADDS THRU 4300-EXIT.
058300     IF WS-DT-FLAGGED (WS-DX)
058400        ADD 1 TO WS-CNT-FLAGGED
058500     END-IF.
058600 4000-EXIT.
058700     EXIT.
058800*-----------------------------------------------------------*
058900 4100-CHECK-COUNT.
059000     MOVE WS-DT-DAY-CNT (WS-DX WS-MX) TO WS-DAY-VALUE.
059100     COMPUTE WS-AVG-VALUE ROUNDED =
059200        WS-DT-H-CNT (WS-DX WS-MX) / WS-DT-H-DAYS (WS-DX).
059300     IF WS-DAY-VALUE < WS-DT-MIN-COUNT (WS-DX)
059400        AND WS-AVG-VALUE < WS-DT-MIN-COUNT (WS-DX)
059500        GO TO 4100-EXIT
059600     END-IF.
059700     MOVE WS-MEASURE-NAME (WS-MX) TO WS-EXC-MEASURE.
059800     MOVE WS-DT-CNT-TOL (WS-DX) TO WS-TOL-PCT.
059900     PERFORM 4500-COMPARE THRU 4500-EXIT.
060000 4100-EXIT.
060100     EXIT.
060200*-----------------------------------------------------------*
060300*  REJECT RATE - REJECTS AS A PERCENT OF ALL ITEMS (EVERY      *
060400*  OPERATOR PLUS THE REJECTS). ONLY A RISE IS AN ANOMALY, AND  *
060500*  A DAY SMALLER THAN THE MINIMUM COUNT IS NOT JUDGED.         *
060600*-----------------------------------------------------------*
060700 4200-CHECK-REJECT.
060800     MOVE ZERO TO WS-DAY-ITEMS.
060900     MOVE ZERO TO WS-HIST-ITEMS.
061000     PERFORM 4250-SUM-ITEMS THRU 4250-EXIT
061100        VARYING WS-MX FROM 1 BY 1
061200        UNTIL WS-MX > 8.
061300     IF WS-DAY-ITEMS < WS-DT-MIN-COUNT (WS-DX)
061400        GO TO 4200-EXIT
061500     END-IF.
061600     COMPUTE WS-DAY-RATE ROUNDED =
061700        WS-DT-DAY-CNT (WS-DX 8) * 100 / WS-DAY-ITEMS.
061800     IF WS-HIST-ITEMS > ZERO
061900        COMPUTE WS-AVG-RATE ROUNDED =
062000           WS-DT-H-CNT (WS-DX 8) * 100 / WS-HIST-ITEMS
062100     ELSE
062200        MOVE ZERO TO WS-AVG-RATE
062300     END-IF.
062400     COMPUTE WS-RATE-RISE = WS-DAY-RATE - WS-AVG-RATE.
062500     IF WS-RATE-RISE NOT > WS-DT-REJ-TOL (WS-DX)
062600        GO TO 4200-EXIT
062700     END-IF.
062800     MOVE WS-MEASURE-NAME (8) TO WS-EXC-MEASURE.
062900     MOVE WS-DAY-RATE TO WS-DAY-VALUE.
063000     MOVE WS-AVG-RATE TO WS-AVG-VALUE.
063100     MOVE "HIGH" TO WS-EXC-FLAG.
063200     MOVE SPACES TO WS-EXC-CHANGE.
063300     MOVE WS-RATE-RISE TO WS-EDIT-PTS.
063400     STRING WS-EDIT-PTS " PT" DELIMITED BY SIZE
063500        INTO WS-EXC-CHANGE.
063600     MOVE SPACES TO WS-EXC-LIMIT.
063700     MOVE WS-DT-REJ-TOL (WS-DX) TO WS-EDIT-PTS.
063800     STRING WS-EDIT-PTS " PT" DELIMITED BY SIZE
063900        INTO WS-EXC-LIMIT.
064000     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
064100 4200-EXIT.
064200     EXIT.
064300*-----------------------------------------------------------*
064400 4250-SUM-ITEMS.
064500     ADD WS-DT-DAY-CNT (WS-DX WS-MX) TO WS-DAY-ITEMS.
064600     ADD WS-DT-H-CNT (WS-DX WS-MX) TO WS-HIST-ITEMS.
064700 4250-EXIT.
064800     EXIT.
064900*-----------------------------------------------------------*
065000*  TOTAL OF ADDITIONS - COMPARED AS A SIZE, SIGN IGNORED, SO   *
065100*  A NET NEGATIVE DAY FROM REVERSALS STILL MEASURES.           *
065200*-----------------------------------------------------------*
065300 4300-CHECK-ADDS.
065400     MOVE WS-DT-DAY-ADD (WS-DX) TO WS-DAY-VALUE.
065500     IF WS-DAY-VALUE < ZERO
065600        COMPUTE WS-DAY-VALUE = ZERO - WS-DAY-VALUE
065700     END-IF.
065800     COMPUTE WS-AVG-VALUE ROUNDED =
065900        WS-DT-H-ADD (WS-DX) / WS-DT-H-DAYS (WS-DX).
066000     IF WS-AVG-VALUE < ZERO
066100        COMPUTE WS-AVG-VALUE = ZERO - WS-AVG-VALUE
066200     END-IF.
066300     IF WS-DAY-VALUE = ZERO
066400        AND WS-AVG-VALUE = ZERO
066500        GO TO 4300-EXIT
066600     END-IF.
066700     MOVE "TOTAL ADDS" TO WS-EXC-MEASURE.
066800     MOVE WS-DT-ADD-TOL (WS-DX) TO WS-TOL-PCT.
066900     PERFORM 4500-COMPARE THRU 4500-EXIT.
067000 4300-EXIT.
067100     EXIT.
067200*-----------------------------------------------------------*
067300*  COMPARES WS-DAY-VALUE WITH WS-AVG-VALUE AT WS-TOL-PCT: HIGH *
067400*  ABOVE AVERAGE PLUS THE TOLERANCE, LOW BELOW AVERAGE LESS    *
067500*  IT (ONLY WHILE THE TOLERANCE IS UNDER 100), NEW WHEN THERE  *
067600*  IS NO AVERAGE TO COMPARE WITH.                              *
067700*-----------------------------------------------------------*
067800 4500-COMPARE.
067900     MOVE SPACES TO WS-EXC-FLAG.
068000     MOVE SPACES TO WS-EXC-CHANGE.
068100     IF WS-AVG-VALUE = ZERO
068200        MOVE "NEW" TO WS-EXC-FLAG
068300        MOVE "      NEW" TO WS-EXC-CHANGE
068400        GO TO 4500-LIMIT
068500     END-IF.
068600     COMPUTE WS-HIGH-LIMIT =
068700        WS-AVG-VALUE * (100 + WS-TOL-PCT) / 100.
068800     IF WS-DAY-VALUE > WS-HIGH-LIMIT
068900        MOVE "HIGH" TO WS-EXC-FLAG
069000     ELSE
069100        IF WS-TOL-PCT < 100
069200           COMPUTE WS-LOW-LIMIT =
069300              WS-AVG-VALUE * (100 - WS-TOL-PCT) / 100
069400           IF WS-DAY-VALUE < WS-LOW-LIMIT
069500              MOVE "LOW" TO WS-EXC-FLAG
069600           END-IF
069700        END-IF
069800     END-IF.
069900     IF WS-EXC-FLAG = SPACES
070000        GO TO 4500-EXIT
070100     END-IF.
070200     COMPUTE WS-CHANGE-PCT ROUNDED =
070300        (WS-DAY-VALUE - WS-AVG-VALUE) * 100 / WS-AVG-VALUE
070400        ON SIZE ERROR
070500           MOVE 9999999 TO WS-CHANGE-PCT
070600     END-COMPUTE.
070700     MOVE WS-CHANGE-PCT TO WS-EDIT-PCT.
070800     STRING WS-EDIT-PCT "%" DELIMITED BY SIZE
070900        INTO WS-EXC-CHANGE.
071000
071100 4500-LIMIT.
071200     MOVE SPACES TO WS-EXC-LIMIT.
071300     MOVE WS-TOL-PCT TO WS-EDIT-TOL.
071400     STRING "+-" WS-EDIT-TOL "%" DELIMITED BY SIZE
071500        INTO WS-EXC-LIMIT.
071600     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
071700 4500-EXIT.
071800     EXIT.
071900*-----------------------------------------------------------*
072000 4900-WRITE-EXCEPTION.
072100     ADD 1 TO WS-CNT-EXCEPTIONS.
072200     SET WS-DT-FLAGGED (WS-DX) TO TRUE.
072300     MOVE SPACES TO WS-RPT-LINE.
072400     MOVE WS-DT-DEPT (WS-DX) TO WS-RPT-LINE (1:4).
072500     MOVE WS-EXC-MEASURE TO WS-RPT-LINE (7:12).
072600     MOVE WS-DAY-VALUE TO WS-EDIT-AMOUNT.
072700     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (20:15).
072800     MOVE WS-AVG-VALUE TO WS-EDIT-AMOUNT.
072900     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (36:15).
073000     MOVE WS-EXC-CHANGE TO WS-RPT-LINE (52:9).
073100     MOVE WS-EXC-LIMIT TO WS-RPT-LINE (62:9).
073200     MOVE WS-EXC-FLAG TO WS-RPT-LINE (72:4).
073300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
073400 4900-EXIT.
073500     EXIT.
073600*-----------------------------------------------------------*
073700*  CONVERTS WS-CONV-DATE (YYYYMMDD) TO A DAY NUMBER: WHOLE     *
073800*  YEARS AT 365 DAYS PLUS THE LEAP DAYS BEFORE THE YEAR,       *
073900*  PLUS THE DAYS BEFORE THE MONTH (WITH THE LEAP CORRECTION    *
074000*  AFTER FEBRUARY), PLUS THE DAY OF THE MONTH.                 *
074100*-----------------------------------------------------------*
074200 6000-DATE-TO-DAYS.
074300     IF WS-CONV-MM < 1 OR WS-CONV-MM > 12
074400        MOVE ZERO TO WS-CONV-DAYS
074500        GO TO 6000-EXIT
074600     END-IF.
074700     COMPUTE WS-PRIOR-YEAR = WS-CONV-YYYY - 1.
074800     COMPUTE WS-CONV-DAYS = WS-CONV-YYYY * 365.
074900     DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-QUOT.
075000     ADD WS-LEAP-QUOT TO WS-CONV-DAYS.
075100     DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-QUOT.
075200     SUBTRACT WS-LEAP-QUOT FROM WS-CONV-DAYS.
075300     DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-QUOT.
075400     ADD WS-LEAP-QUOT TO WS-CONV-DAYS.
075500     ADD WS-MONTH-OFFSET-ENTRY (WS-CONV-MM) TO WS-CONV-DAYS.
075600     ADD WS-CONV-DD TO WS-CONV-DAYS.
075700     MOVE "N" TO WS-LEAP-SW.
075800     DIVIDE WS-CONV-YYYY BY 4
075900        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
076000     IF WS-LEAP-REM = ZERO
076100        DIVIDE WS-CONV-YYYY BY 100
076200           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
076300        IF WS-LEAP-REM NOT = ZERO
076400           SET WS-LEAP-YEAR TO TRUE
076500        ELSE
076600           DIVIDE WS-CONV-YYYY BY 400
076700              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
076800           IF WS-LEAP-REM = ZERO
076900              SET WS-LEAP-YEAR TO TRUE
077000           END-IF
077100        END-IF
077200     END-IF.
077300     IF WS-LEAP-YEAR
077400        AND WS-CONV-MM > 2
077500        ADD 1 TO WS-CONV-DAYS
077600     END-IF.
077700 6000-EXIT.
077800     EXIT.
077900*-----------------------------------------------------------*
078000*  CLOSING SECTION: THE DEPARTMENTS NOT JUDGED FOR WANT OF     *
078100*  HISTORY, THEN THE RUN COUNTS.                               *
078200*-----------------------------------------------------------*
078300 8000-SUMMARY.
078400     IF WS-CNT-EXCEPTIONS = ZERO
078500        IF WS-CNT-TODAY = ZERO
078600           MOVE "NO DEPARTMENT ACTIVITY POSTED FOR THE DATE"
078700              TO WS-RPT-LINE
078800        ELSE
078900           MOVE "NO ANOMALIES" TO WS-RPT-LINE
079000        END-IF
079100        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
079200     END-IF.
079300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
079400     IF WS-CNT-SHORT > ZERO
079500        MOVE "NOT JUDGED - TOO LITTLE HISTORY (DEPT, DAYS HELD)"
079600           TO WS-RPT-LINE
079700        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
079800        PERFORM 8100-SHORT-LINE THRU 8100-EXIT
079900           VARYING WS-DX FROM 1 BY 1
080000           UNTIL WS-DX > WS-DEPT-USED
080100        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
080200     END-IF.
080300     MOVE "DEPARTMENTS POSTED FOR THE DATE .:" TO WS-RPT-LINE.
080400     MOVE WS-CNT-TODAY TO WS-EDIT-COUNT.
080500     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
080600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
080700     MOVE "DEPARTMENTS JUDGED ..............:" TO WS-RPT-LINE.
080800     MOVE WS-CNT-JUDGED TO WS-EDIT-COUNT.
080900     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
081000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
081100     MOVE "DEPARTMENTS NOT JUDGED ..........:" TO WS-RPT-LINE.
081200     MOVE WS-CNT-SHORT TO WS-EDIT-COUNT.
081300     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
081400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
081500     MOVE "DEPARTMENTS FLAGGED .............:" TO WS-RPT-LINE.
081600     MOVE WS-CNT-FLAGGED TO WS-EDIT-COUNT.
081700     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
081800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
081900     MOVE "ANOMALIES .......................:" TO WS-RPT-LINE.
082000     MOVE WS-CNT-EXCEPTIONS TO WS-EDIT-COUNT.
082100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
082200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
082300     MOVE "HISTORY DAYS READ ...............:" TO WS-RPT-LINE.
082400     MOVE WS-CNT-HISTORY TO WS-EDIT-COUNT.
082500     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
082600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
082700     IF WS-CNT-OVERFLOW > ZERO
082800        MOVE "RECORDS SKIPPED - DEPT TABLE FULL:" TO WS-RPT-LINE
082900        MOVE WS-CNT-OVERFLOW TO WS-EDIT-COUNT
083000        MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11)
083100        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
083200     END-IF.
083300 8000-EXIT.
083400     EXIT.
083500*-----------------------------------------------------------*
083600 8100-SHORT-LINE.
083700     IF WS-DT-TODAY (WS-DX)
083800        AND WS-DT-H-DAYS (WS-DX) < WS-DT-MIN-HIST (WS-DX)
083900        MOVE WS-DT-DEPT (WS-DX) TO WS-RPT-LINE (3:4)
084000        MOVE WS-DT-H-DAYS (WS-DX) TO WS-EDIT-COUNT
084100        MOVE WS-EDIT-COUNT TO WS-RPT-LINE (9:11)
084200        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
084300     END-IF.
084400 8100-EXIT.
084500     EXIT.
084600*-----------------------------------------------------------*
084700 9100-SET-RETURN-CODE.
084800     IF WS-CNT-EXCEPTIONS > ZERO
084900        MOVE 10 TO RETURN-CODE
085000     ELSE
085100        IF WS-CNT-TODAY = ZERO
085200           MOVE 4 TO RETURN-CODE
085300        ELSE
085400           MOVE ZERO TO RETURN-CODE
085500        END-IF
085600     END-IF.
085700 9100-EXIT.
085800     EXIT.
085900*-----------------------------------------------------------*
086000*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
086100*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
086200*-----------------------------------------------------------*
086300 9900-WRITE-RUN-LOG.
086400     MOVE WS-CNT-READ TO RLG-IN-COUNT OF WS-RUN-LOG.
086500     MOVE WS-CNT-EXCEPTIONS TO RLG-OUT-COUNT OF WS-RUN-LOG.
086600     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
086700     CALL "RUNLOGW" USING WS-RUN-LOG.
086800     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
086900 9900-EXIT.
087000     EXIT.
087100*-----------------------------------------------------------*
087200 END PROGRAM MTDANOM.

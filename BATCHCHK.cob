000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BATCHCHK.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  BATCHCHK - EXPECTED-BATCH SCHEDULE CHECK.                  *
000900*  THE CALC RUN RECONCILES EACH HEADER/TRAILER PAIR ON        *
001000*  TRANSIN BUT CANNOT KNOW WHICH BATCHES SHOULD HAVE COME.    *
001100*  RUN AHEAD OF THE EDIT STEP, THIS PROGRAM READS THE BATCH   *
001200*  HEADERS ON TRANSIN AGAINST THE SCHEDULE MASTER (SCHEDMF,   *
001300*  SEE SCHEDREC.CPY) AND THE PROCESSED-BATCH HISTORY          *
001400*  (BATHIST, SEE BATHREC.CPY) AND REPORTS ON BCHKRPT:         *
001500*      REPLAY     - THE DEPARTMENT, BATCH ID AND CREATION     *
001600*                   DATE WERE ALREADY POSTED, OR REPEAT       *
001700*                   WITHIN THIS FILE                          *
001800*      UNEXPECTED - NOT ON THE SCHEDULE, NOT DUE ON THE RUN   *
001900*                   DAY, OR DATED AFTER THE RUN DATE          *
002000*      LATE       - SCHEDULED, CREATED BEFORE THE RUN DATE    *
002100*                   AND NEVER POSTED                          *
002200*      MISSING    - DUE ON THE RUN DAY BUT NO HEADER FOR THE  *
002300*                   RUN DATE ARRIVED                          *
002400*  RETURN-CODE 12 ON ANY REPLAY SO THE SCHEDULER HOLDS THE    *
002500*  FILE BEFORE IT POSTS, 8 ON A MISSING OR UNEXPECTED BATCH,  *
002600*  4 WHEN THE ONLY FINDING IS A LATE BATCH, 0 WHEN EVERY      *
002700*  BATCH IS AS SCHEDULED.                                     *
002800*  RUN AGAIN AFTER THE CALC STEP WITH BCHKMODE=POST, IT       *
002900*  RECORDS EVERY BATCH ON TRANSIN IN THE HISTORY WITH ITS     *
003000*  DETAIL COUNT, SO THE NEXT CHECK KNOWS IT WAS POSTED.       *
003100*  PARAMETERS COME FROM THE ENVIRONMENT:                      *
003200*      BCHKDATE - RUN DATE YYYYMMDD, BLANK = TODAY            *
003300*      BCHKMODE - POST TO RECORD THE HISTORY, ELSE CHECK      *
003400*-----------------------------------------------------------*
003500*  MODIFICATION HISTORY
003600*  2026-10-15 MWF  INITIAL VERSION.
003620*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
003640*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
003660*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
003670*  2026-10-15 MWF  POST MODE NOW COUNTS THE BATCH HEADERS IT READ,
003680*                  SO ITS RUN-LOG RECORD SHOWS THE BATCHES POSTED.
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
004200            ORGANIZATION IS SEQUENTIAL
004300            FILE STATUS IS WS-TRANS-IN-FS.
004400
004500     SELECT SCHED-FILE ASSIGN TO "SCHEDMF"
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE IS DYNAMIC
004800            RECORD KEY IS SCH-KEY
004900            FILE STATUS IS WS-SCHED-FS.
005000
005100     SELECT HIST-FILE ASSIGN TO "BATHIST"
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS RANDOM
005400            RECORD KEY IS BHS-KEY
005500            FILE STATUS IS WS-HIST-FS.
005600
005700     SELECT CHK-RPT-FILE ASSIGN TO "BCHKRPT"
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS WS-CHK-RPT-FS.
006000*-----------------------------------------------------------*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  TRANS-IN-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCTXN REPLACING ==CALC-TRANS-RECORD==
006600            BY ==TRANS-IN-REC==.
006700     COPY BATCHHDR REPLACING ==BATCH-HEADER-RECORD==
006800            BY ==TRANS-IN-HDR==.
006900
007000 FD  SCHED-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY SCHEDREC REPLACING ==SCHEDULE-RECORD==
007300            BY ==SCHED-MF-REC==.
007400
007500 FD  HIST-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY BATHREC REPLACING ==BATCH-HISTORY-RECORD==
007800            BY ==HIST-MF-REC==.
007900
008000 FD  CHK-RPT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  CHK-RPT-REC                       PIC X(80).
008300*-----------------------------------------------------------*
008400 WORKING-STORAGE SECTION.
008500 77  WS-EOF-SW                         PIC X(01) VALUE "N".
008600     88  WS-EOF                              VALUE "Y".
008700 77  WS-SCHED-EOF-SW                   PIC X(01) VALUE "N".
008800     88  WS-SCHED-EOF                        VALUE "Y".
008900 77  WS-TRANS-IN-FS                    PIC X(02) VALUE "00".
009000 77  WS-SCHED-FS                       PIC X(02) VALUE "00".
009100 77  WS-HIST-FS                        PIC X(02) VALUE "00".
009200 77  WS-CHK-RPT-FS                     PIC X(02) VALUE "00".
009300 77  WS-HIST-OPEN-SW                   PIC X(01) VALUE "N".
009400     88  WS-HIST-OPEN                        VALUE "Y".
009500 77  WS-SCHED-FOUND-SW                 PIC X(01) VALUE "N".
009600     88  WS-SCHED-FOUND                      VALUE "Y".
009700 77  WS-HIST-FOUND-SW                  PIC X(01) VALUE "N".
009800     88  WS-HIST-FOUND                       VALUE "Y".
009900 77  WS-ARRIVED-SW                     PIC X(01) VALUE "N".
010000     88  WS-ARRIVED                          VALUE "Y".
010100 77  WS-REPEAT-SW                      PIC X(01) VALUE "N".
010200     88  WS-REPEAT                           VALUE "Y".
010300 77  WS-CNT-HEADERS                    PIC 9(09) COMP VALUE ZERO.
010400 77  WS-CNT-OK                         PIC 9(09) COMP VALUE ZERO.
010500 77  WS-CNT-REPLAY                     PIC 9(09) COMP VALUE ZERO.
010600 77  WS-CNT-UNEXPECTED                 PIC 9(09) COMP VALUE ZERO.
010700 77  WS-CNT-LATE                       PIC 9(09) COMP VALUE ZERO.
010800 77  WS-CNT-MISSING                    PIC 9(09) COMP VALUE ZERO.
010900 77  WS-CNT-POSTED                     PIC 9(09) COMP VALUE ZERO.
011000 77  WS-CNT-ON-FILE                    PIC 9(09) COMP VALUE ZERO.
011100
011200*    PARAMETERS PICKED UP FROM THE ENVIRONMENT
011300 77  WS-RUN-DATE-ENV                   PIC X(08) VALUE SPACES.
011400 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
011500 77  WS-RUN-TIME                       PIC 9(08) VALUE ZERO.
011600 77  WS-MODE-ENV                       PIC X(08) VALUE SPACES.
011700 77  WS-MODE-SW                        PIC X(01) VALUE "C".
011800     88  WS-MODE-CHECK                       VALUE "C".
011900     88  WS-MODE-POST                        VALUE "P".
012000
012100*    DATE-TO-DAY-NUMBER CONVERSION WORK FIELDS, AS IN SUSPAGE.
012200*    THE DAY NUMBER MODULO 7 GIVES THE DAY OF THE WEEK: A
012300*    REMAINDER OF 2 IS A MONDAY.
012400 01  WS-CONV-DATE                      PIC 9(08) VALUE ZERO.
012500 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE.
012600     05  WS-CONV-YYYY                  PIC 9(04).
012700     05  WS-CONV-MM                    PIC 9(02).
012800     05  WS-CONV-DD                    PIC 9(02).
012900 77  WS-CONV-DAYS                      PIC S9(09) COMP VALUE ZERO.
013000 77  WS-PRIOR-YEAR                     PIC 9(04) COMP VALUE ZERO.
013100 77  WS-LEAP-QUOT                      PIC 9(04) COMP VALUE ZERO.
013200 77  WS-LEAP-REM                       PIC 9(04) COMP VALUE ZERO.
013300 77  WS-LEAP-SW                        PIC X(01) VALUE "N".
013400     88  WS-LEAP-YEAR                        VALUE "Y".
013500 01  WS-MONTH-OFFSET-TABLE.
013600     05  FILLER                        PIC X(36) VALUE
013700         "000031059090120151181212243273304334".
013800 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
013900     05  WS-MONTH-OFFSET-ENTRY OCCURS 12 TIMES
014000                                       PIC 9(03).
014100 77  WS-WEEK-QUOT                      PIC S9(09) COMP VALUE ZERO.
014200 77  WS-WEEK-REM                       PIC 9(01) COMP VALUE ZERO.
014300 77  WS-RUN-WEEKDAY                    PIC 9(01) COMP VALUE ZERO.
014400 01  WS-DAY-NAME-TABLE.
014500     05  FILLER                        PIC X(21) VALUE
014600         "MONTUEWEDTHUFRISATSUN".
014700 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
014800     05  WS-DAY-NAME OCCURS 7 TIMES    PIC X(03).
014900
015000*    BATCH HEADERS SEEN ON TRANSIN, FOR THE IN-FILE REPEAT
015100*    CHECK AND THE MISSING-BATCH SCAN. BEYOND 200 HEADERS
015200*    THE LAST ENTRY IS REUSED AND A WARNING IS GIVEN.
015300 77  WS-HDR-MAX                        PIC 9(03) COMP VALUE 200.
015400 77  WS-HDR-USED                       PIC 9(03) COMP VALUE ZERO.
015500 77  WS-HX                             PIC 9(03) COMP VALUE ZERO.
015600 01  WS-HDR-TABLE.
015700     05  WS-HDR-ENTRY OCCURS 200 TIMES.
015800         10  WS-HT-DEPT                PIC X(04).
015900         10  WS-HT-BATCH-ID            PIC X(08).
016000         10  WS-HT-DATE                PIC 9(08).
016100
016200*    THE BATCH CURRENTLY BEING COUNTED IN POST MODE
016300 77  WS-POST-OPEN-SW                   PIC X(01) VALUE "N".
016400     88  WS-POST-OPEN                        VALUE "Y".
016500 77  WS-POST-COUNT                     PIC 9(09) COMP VALUE ZERO.
016600
016700 01  WS-FINDING-TEXT                   PIC X(30) VALUE SPACES.
016800 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
016900 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
016920
016940*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
016960     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
017000*-----------------------------------------------------------*
017100 PROCEDURE DIVISION.
017200*-----------------------------------------------------------*
017300 0000-MAINLINE.
017320     MOVE SPACES TO WS-RUN-LOG.
017340     MOVE "BATCHCHK" TO RLG-PROGRAM OF WS-RUN-LOG.
017360     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
017380     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
017400     PERFORM 1100-GET-PARMS THRU 1100-EXIT.
017500     OPEN INPUT TRANS-IN-FILE.
017600     IF WS-TRANS-IN-FS NOT = "00"
017700        DISPLAY "ERROR: UNABLE TO OPEN TRANSIN - FILE STATUS "
017800           WS-TRANS-IN-FS
017900        MOVE 20 TO RETURN-CODE
017950        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
018000        STOP RUN
018100     END-IF.
018200     IF WS-MODE-POST
018300        PERFORM 5000-POST-HISTORY THRU 5000-EXIT
018350        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
018400        STOP RUN
018500     END-IF.
018600
018700     OPEN INPUT SCHED-FILE.
018800     IF WS-SCHED-FS NOT = "00"
018900        DISPLAY "ERROR: UNABLE TO OPEN SCHEDMF - FILE STATUS "
019000           WS-SCHED-FS
019100        MOVE 20 TO RETURN-CODE
019150        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
019200        STOP RUN
019300     END-IF.
019400     OPEN INPUT HIST-FILE.
019500     IF WS-HIST-FS = "00"
019600        SET WS-HIST-OPEN TO TRUE
019700     ELSE
019800        DISPLAY "WARNING: UNABLE TO OPEN BATHIST - FILE STATUS "
019900           WS-HIST-FS
020000        DISPLAY "WARNING: REPLAYED BATCHES WILL ONLY BE CAUGHT "
020100           "WITHIN THIS FILE"
020200     END-IF.
020300     OPEN OUTPUT CHK-RPT-FILE.
020400
020500     PERFORM 8100-REPORT-HEADING THRU 8100-EXIT.
020600     PERFORM 1000-READ-TRANS THRU 1000-EXIT.
020700     PERFORM 2000-CHECK-RECORD THRU 2000-EXIT
020800         UNTIL WS-EOF.
020900     PERFORM 3000-CHECK-MISSING THRU 3000-EXIT.
021000     PERFORM 8400-REPORT-TOTALS THRU 8400-EXIT.
021100
021200     CLOSE TRANS-IN-FILE.
021300     CLOSE SCHED-FILE.
021400     IF WS-HIST-OPEN
021500        CLOSE HIST-FILE
021600     END-IF.
021700     CLOSE CHK-RPT-FILE.
021800
021900     DISPLAY "BATCHCHK: BATCH HEADERS ....: " WS-CNT-HEADERS.
022000     DISPLAY "BATCHCHK: AS SCHEDULED .....: " WS-CNT-OK.
022100     DISPLAY "BATCHCHK: REPLAYED .........: " WS-CNT-REPLAY.
022200     DISPLAY "BATCHCHK: UNEXPECTED .......: " WS-CNT-UNEXPECTED.
022300     DISPLAY "BATCHCHK: LATE .............: " WS-CNT-LATE.
022400     DISPLAY "BATCHCHK: MISSING ..........: " WS-CNT-MISSING.
022500     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
022550     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
022600     STOP RUN.
022700*-----------------------------------------------------------*
022800 1000-READ-TRANS.
022900     READ TRANS-IN-FILE
023000        AT END
023100           SET WS-EOF TO TRUE
023200     END-READ.
023300 1000-EXIT.
023400     EXIT.
023500*-----------------------------------------------------------*
023600 1100-GET-PARMS.
023700     ACCEPT WS-RUN-DATE-ENV FROM ENVIRONMENT "BCHKDATE".
023800     IF WS-RUN-DATE-ENV NOT = SPACES
023900        AND WS-RUN-DATE-ENV NUMERIC
024000        MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
024100     ELSE
024200        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024300     END-IF.
024400     ACCEPT WS-RUN-TIME FROM TIME.
024500     ACCEPT WS-MODE-ENV FROM ENVIRONMENT "BCHKMODE".
024600     IF WS-MODE-ENV = "POST"
024700        SET WS-MODE-POST TO TRUE
024800     ELSE
024900        SET WS-MODE-CHECK TO TRUE
025000     END-IF.
025100     MOVE WS-RUN-DATE TO WS-CONV-DATE.
025200     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
025300     DIVIDE WS-CONV-DAYS BY 7
025400        GIVING WS-WEEK-QUOT REMAINDER WS-WEEK-REM.
025500     IF WS-WEEK-REM < 2
025600        ADD 7 TO WS-WEEK-REM
025700     END-IF.
025800     COMPUTE WS-RUN-WEEKDAY = WS-WEEK-REM - 1.
025900 1100-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------*
026200 2000-CHECK-RECORD.
026300     IF BHDR-HEADER OF TRANS-IN-HDR
026400        PERFORM 2100-CHECK-HEADER THRU 2100-EXIT
026500     END-IF.
026600     PERFORM 1000-READ-TRANS THRU 1000-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900*-----------------------------------------------------------*
027000*  CLASSIFIES ONE BATCH HEADER. A REPLAY OUTRANKS EVERY OTHER  *
027100*  FINDING; A BATCH NOT ON THE SCHEDULE IS UNEXPECTED WHATEVER *
027200*  ITS DATE; A SCHEDULED BATCH IS THEN JUDGED ON ITS           *
027300*  CREATION DATE AGAINST THE RUN DATE.                         *
027400*-----------------------------------------------------------*
027500 2100-CHECK-HEADER.
027600     ADD 1 TO WS-CNT-HEADERS.
027700     PERFORM 2400-SCAN-REPEAT THRU 2400-EXIT.
027800     PERFORM 2500-TABLE-HEADER THRU 2500-EXIT.
027900     IF WS-REPEAT
028000        MOVE "REPLAY - REPEATED IN THIS FILE" TO WS-FINDING-TEXT
028100        ADD 1 TO WS-CNT-REPLAY
028200        GO TO 2100-REPORT
028300     END-IF.
028400     PERFORM 2300-LOOKUP-HISTORY THRU 2300-EXIT.
028500     IF WS-HIST-FOUND
028600        MOVE "REPLAY - ALREADY POSTED" TO WS-FINDING-TEXT
028700        ADD 1 TO WS-CNT-REPLAY
028800        GO TO 2100-REPORT
028900     END-IF.
029000     PERFORM 2200-LOOKUP-SCHEDULE THRU 2200-EXIT.
029100     IF NOT WS-SCHED-FOUND
029200        MOVE "UNEXPECTED - NOT ON SCHEDULE" TO WS-FINDING-TEXT
029300        ADD 1 TO WS-CNT-UNEXPECTED
029400        GO TO 2100-REPORT
029500     END-IF.
029600     EVALUATE TRUE
029700        WHEN BHDR-CREATE-DATE OF TRANS-IN-HDR > WS-RUN-DATE
029800           MOVE "UNEXPECTED - DATED AHEAD" TO WS-FINDING-TEXT
029900           ADD 1 TO WS-CNT-UNEXPECTED
030000        WHEN BHDR-CREATE-DATE OF TRANS-IN-HDR < WS-RUN-DATE
030100           MOVE "LATE - CREATED BEFORE RUN DATE"
030200              TO WS-FINDING-TEXT
030300           ADD 1 TO WS-CNT-LATE
030400        WHEN NOT SCH-DAY-EXPECTED OF SCHED-MF-REC
030500                    (WS-RUN-WEEKDAY)
030600           MOVE "UNEXPECTED - NOT DUE TODAY" TO WS-FINDING-TEXT
030700           ADD 1 TO WS-CNT-UNEXPECTED
030800        WHEN OTHER
030900           MOVE "AS SCHEDULED" TO WS-FINDING-TEXT
031000           ADD 1 TO WS-CNT-OK
031100     END-EVALUATE.
031200 2100-REPORT.
031300     MOVE BHDR-DEPT OF TRANS-IN-HDR TO WS-RPT-LINE (1:4).
031400     MOVE BHDR-BATCH-ID OF TRANS-IN-HDR TO WS-RPT-LINE (7:8).
031500     MOVE BHDR-CREATE-DATE OF TRANS-IN-HDR TO WS-RPT-LINE (17:8).
031600     MOVE WS-FINDING-TEXT TO WS-RPT-LINE (27:30).
031700     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
031800 2100-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------*
032100*  AN INACTIVE SCHEDULE ENTRY COUNTS AS NOT ON THE SCHEDULE.   *
032200*-----------------------------------------------------------*
032300 2200-LOOKUP-SCHEDULE.
032400     MOVE "N" TO WS-SCHED-FOUND-SW.
032500     MOVE BHDR-DEPT OF TRANS-IN-HDR TO SCH-DEPT OF SCHED-MF-REC.
032600     MOVE BHDR-BATCH-ID OF TRANS-IN-HDR
032700        TO SCH-BATCH-ID OF SCHED-MF-REC.
032800     READ SCHED-FILE
032900        KEY IS SCH-KEY OF SCHED-MF-REC
033000        INVALID KEY
033100           GO TO 2200-EXIT
033200     END-READ.
033300     IF SCH-ACTIVE OF SCHED-MF-REC
033400        SET WS-SCHED-FOUND TO TRUE
033500     END-IF.
033600 2200-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------*
033900 2300-LOOKUP-HISTORY.
034000     MOVE "N" TO WS-HIST-FOUND-SW.
034100     IF NOT WS-HIST-OPEN
034200        GO TO 2300-EXIT
034300     END-IF.
034400     MOVE BHDR-DEPT OF TRANS-IN-HDR TO BHS-DEPT OF HIST-MF-REC.
034500     MOVE BHDR-BATCH-ID OF TRANS-IN-HDR
034600        TO BHS-BATCH-ID OF HIST-MF-REC.
034700     MOVE BHDR-CREATE-DATE OF TRANS-IN-HDR
034800        TO BHS-CREATE-DATE OF HIST-MF-REC.
034900     READ HIST-FILE
035000        INVALID KEY
035100           CONTINUE
035200        NOT INVALID KEY
035300           SET WS-HIST-FOUND TO TRUE
035400     END-READ.
035500 2300-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------*
035800 2400-SCAN-REPEAT.
035900     MOVE "N" TO WS-REPEAT-SW.
036000     MOVE ZERO TO WS-HX.
036100     PERFORM 2450-CHECK-ONE-HDR THRU 2450-EXIT
036200        VARYING WS-HX FROM 1 BY 1
036300        UNTIL WS-REPEAT OR WS-HX > WS-HDR-USED.
036400 2400-EXIT.
036500     EXIT.
036600*-----------------------------------------------------------*
036700 2450-CHECK-ONE-HDR.
036800     IF WS-HX NOT > WS-HDR-USED
036900        AND WS-HT-DEPT (WS-HX) = BHDR-DEPT OF TRANS-IN-HDR
037000        AND WS-HT-BATCH-ID (WS-HX) =
037100               BHDR-BATCH-ID OF TRANS-IN-HDR
037200        AND WS-HT-DATE (WS-HX) =
037300               BHDR-CREATE-DATE OF TRANS-IN-HDR
037400        SET WS-REPEAT TO TRUE
037500     END-IF.
037600 2450-EXIT.
037700     EXIT.
037800*-----------------------------------------------------------*
037900 2500-TABLE-HEADER.
038000     IF WS-HDR-USED < WS-HDR-MAX
038100        ADD 1 TO WS-HDR-USED
038200     ELSE
038300        DISPLAY "WARNING: MORE THAN " WS-HDR-MAX
038400           " BATCH HEADERS - LAST TABLE ENTRY REUSED"
038500     END-IF.
038600     MOVE BHDR-DEPT OF TRANS-IN-HDR TO WS-HT-DEPT (WS-HDR-USED).
038700     MOVE BHDR-BATCH-ID OF TRANS-IN-HDR
038800        TO WS-HT-BATCH-ID (WS-HDR-USED).
038900     MOVE BHDR-CREATE-DATE OF TRANS-IN-HDR
039000        TO WS-HT-DATE (WS-HDR-USED).
039100 2500-EXIT.
039200     EXIT.
039300*-----------------------------------------------------------*
039400*  WALKS THE WHOLE SCHEDULE: EVERY ACTIVE ENTRY DUE ON THE     *
039500*  RUN DAY MUST HAVE A HEADER ON TRANSIN CREATED ON THE RUN    *
039600*  DATE, OR IT IS MISSING.                                     *
039700*-----------------------------------------------------------*
039800 3000-CHECK-MISSING.
039900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
040000     MOVE LOW-VALUES TO SCH-KEY OF SCHED-MF-REC.
040100     START SCHED-FILE KEY IS NOT LESS THAN SCH-KEY OF SCHED-MF-REC
040200        INVALID KEY
040300           GO TO 3000-EXIT
040400     END-START.
040500     MOVE "N" TO WS-SCHED-EOF-SW.
040600     PERFORM 3050-READ-NEXT-SCHED THRU 3050-EXIT.
040700     PERFORM 3100-CHECK-ONE-SCHED THRU 3100-EXIT
040800        UNTIL WS-SCHED-EOF.
040900 3000-EXIT.
041000     EXIT.
041100*-----------------------------------------------------------*
041200 3050-READ-NEXT-SCHED.
041300     READ SCHED-FILE NEXT RECORD
041400        AT END
041500           SET WS-SCHED-EOF TO TRUE
041600     END-READ.
041700 3050-EXIT.
041800     EXIT.
041900*-----------------------------------------------------------*
042000 3100-CHECK-ONE-SCHED.
042100     IF NOT SCH-ACTIVE OF SCHED-MF-REC
042200        OR NOT SCH-DAY-EXPECTED OF SCHED-MF-REC (WS-RUN-WEEKDAY)
042300        GO TO 3100-NEXT
042400     END-IF.
042500     MOVE "N" TO WS-ARRIVED-SW.
042600     MOVE ZERO TO WS-HX.
042700     PERFORM 3150-SCAN-ARRIVED THRU 3150-EXIT
042800        VARYING WS-HX FROM 1 BY 1
042900        UNTIL WS-ARRIVED OR WS-HX > WS-HDR-USED.
043000     IF WS-ARRIVED
043100        GO TO 3100-NEXT
043200     END-IF.
043300     ADD 1 TO WS-CNT-MISSING.
043400     MOVE SCH-DEPT OF SCHED-MF-REC TO WS-RPT-LINE (1:4).
043500     MOVE SCH-BATCH-ID OF SCHED-MF-REC TO WS-RPT-LINE (7:8).
043600     MOVE "MISSING - DUE" TO WS-RPT-LINE (27:13).
043700     MOVE WS-DAY-NAME (WS-RUN-WEEKDAY) TO WS-RPT-LINE (41:3).
043800     MOVE SCH-DESC OF SCHED-MF-REC TO WS-RPT-LINE (46:20).
043900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
044000 3100-NEXT.
044100     PERFORM 3050-READ-NEXT-SCHED THRU 3050-EXIT.
044200 3100-EXIT.
044300     EXIT.
044400*-----------------------------------------------------------*
044500 3150-SCAN-ARRIVED.
044600     IF WS-HX NOT > WS-HDR-USED
044700        AND WS-HT-DEPT (WS-HX) = SCH-DEPT OF SCHED-MF-REC
044800        AND WS-HT-BATCH-ID (WS-HX) = SCH-BATCH-ID OF SCHED-MF-REC
044900        AND WS-HT-DATE (WS-HX) = WS-RUN-DATE
045000        SET WS-ARRIVED TO TRUE
045100     END-IF.
045200 3150-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------*
045500*  POST MODE: RECORDS EVERY BATCH ON TRANSIN IN THE HISTORY    *
045600*  WITH THE NUMBER OF RECORDS BETWEEN ITS HEADER AND ITS       *
045700*  TRAILER. A BRAND-NEW HISTORY FILE IS CREATED EMPTY. A BATCH *
045800*  ALREADY ON FILE (A RERUN OF THIS STEP) IS LEFT AS IT IS.    *
045900*-----------------------------------------------------------*
046000 5000-POST-HISTORY.
046100     OPEN I-O HIST-FILE.
046200     IF WS-HIST-FS = "35"
046300        OPEN OUTPUT HIST-FILE
046400        CLOSE HIST-FILE
046500        OPEN I-O HIST-FILE
046600     END-IF.
046700     IF WS-HIST-FS NOT = "00"
046800        DISPLAY "ERROR: UNABLE TO OPEN BATHIST - FILE STATUS "
046900           WS-HIST-FS
047000        MOVE 20 TO RETURN-CODE
047100        GO TO 5000-EXIT
047200     END-IF.
047300     PERFORM 1000-READ-TRANS THRU 1000-EXIT.
047400     PERFORM 5100-POST-RECORD THRU 5100-EXIT
047500         UNTIL WS-EOF.
047600     PERFORM 5200-WRITE-HISTORY THRU 5200-EXIT.
047700     CLOSE TRANS-IN-FILE.
047800     CLOSE HIST-FILE.
047900     DISPLAY "BATCHCHK: BATCHES RECORDED .: " WS-CNT-POSTED.
048000     DISPLAY "BATCHCHK: ALREADY ON FILE ..: " WS-CNT-ON-FILE.
048100     MOVE ZERO TO RETURN-CODE.
048200 5000-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------*
048500 5100-POST-RECORD.
048600     EVALUATE CALC-REC-TYPE OF TRANS-IN-REC
048700        WHEN "H"
048750           ADD 1 TO WS-CNT-HEADERS
048800           PERFORM 5200-WRITE-HISTORY THRU 5200-EXIT
048900           MOVE BHDR-DEPT OF TRANS-IN-HDR
049000              TO BHS-DEPT OF HIST-MF-REC
049100           MOVE BHDR-BATCH-ID OF TRANS-IN-HDR
049200              TO BHS-BATCH-ID OF HIST-MF-REC
049300           MOVE BHDR-CREATE-DATE OF TRANS-IN-HDR
049400              TO BHS-CREATE-DATE OF HIST-MF-REC
049500           MOVE ZERO TO WS-POST-COUNT
049600           SET WS-POST-OPEN TO TRUE
049700        WHEN "T"
049800           PERFORM 5200-WRITE-HISTORY THRU 5200-EXIT
049900        WHEN OTHER
050000           ADD 1 TO WS-POST-COUNT
050100     END-EVALUATE.
050200     PERFORM 1000-READ-TRANS THRU 1000-EXIT.
050300 5100-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------*
050600 5200-WRITE-HISTORY.
050700     IF NOT WS-POST-OPEN
050800        GO TO 5200-EXIT
050900     END-IF.
051000     MOVE "N" TO WS-POST-OPEN-SW.
051100     MOVE WS-RUN-DATE TO BHS-RUN-DATE OF HIST-MF-REC.
051200     MOVE WS-RUN-TIME TO BHS-RUN-TIME OF HIST-MF-REC.
051300     MOVE WS-POST-COUNT TO BHS-DET-COUNT OF HIST-MF-REC.
051400     WRITE HIST-MF-REC
051500        INVALID KEY
051600           ADD 1 TO WS-CNT-ON-FILE
051700        NOT INVALID KEY
051800           ADD 1 TO WS-CNT-POSTED
051900     END-WRITE.
052000 5200-EXIT.
052100     EXIT.
052200*-----------------------------------------------------------*
052300*  CONVERTS WS-CONV-DATE (YYYYMMDD) TO A DAY NUMBER: WHOLE     *
052400*  YEARS AT 365 DAYS PLUS THE LEAP DAYS BEFORE THE YEAR,       *
052500*  PLUS THE DAYS BEFORE THE MONTH (WITH THE LEAP CORRECTION    *
052600*  AFTER FEBRUARY), PLUS THE DAY OF THE MONTH.                 *
052700*-----------------------------------------------------------*
052800 6000-DATE-TO-DAYS.
052900     COMPUTE WS-PRIOR-YEAR = WS-CONV-YYYY - 1.
053000     COMPUTE WS-CONV-DAYS = WS-CONV-YYYY * 365.
053100     DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-QUOT.
053200     ADD WS-LEAP-QUOT TO WS-CONV-DAYS.
053300     DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-QUOT.
053400     SUBTRACT WS-LEAP-QUOT FROM WS-CONV-DAYS.
053500     DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-QUOT.
053600     ADD WS-LEAP-QUOT TO WS-CONV-DAYS.
053700     ADD WS-MONTH-OFFSET-ENTRY (WS-CONV-MM) TO WS-CONV-DAYS.
053800     ADD WS-CONV-DD TO WS-CONV-DAYS.
053900     MOVE "N" TO WS-LEAP-SW.
054000     DIVIDE WS-CONV-YYYY BY 4
054100        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
054200     IF WS-LEAP-REM = ZERO
054300        DIVIDE WS-CONV-YYYY BY 100
054400           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
054500        IF WS-LEAP-REM NOT = ZERO
054600           SET WS-LEAP-YEAR TO TRUE
054700        ELSE
054800           DIVIDE WS-CONV-YYYY BY 400
054900              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
055000           IF WS-LEAP-REM = ZERO
055100              SET WS-LEAP-YEAR TO TRUE
055200           END-IF
055300        END-IF
055400     END-IF.
055500     IF WS-LEAP-YEAR
055600        AND WS-CONV-MM > 2
055700        ADD 1 TO WS-CONV-DAYS
055800     END-IF.
055900 6000-EXIT.
056000     EXIT.
056100*-----------------------------------------------------------*
056200 8100-REPORT-HEADING.
056300     MOVE "EXPECTED-BATCH SCHEDULE CHECK" TO WS-RPT-LINE.
056400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
056500     MOVE "RUN DATE" TO WS-RPT-LINE (1:8).
056600     MOVE WS-RUN-DATE TO WS-RPT-LINE (11:8).
056700     MOVE WS-DAY-NAME (WS-RUN-WEEKDAY) TO WS-RPT-LINE (21:3).
056800     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
056900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
057000     MOVE "DEPT" TO WS-RPT-LINE (1:4).
057100     MOVE "BATCH" TO WS-RPT-LINE (7:5).
057200     MOVE "CREATED" TO WS-RPT-LINE (17:7).
057300     MOVE "FINDING" TO WS-RPT-LINE (27:7).
057400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
057500     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
057600 8100-EXIT.
057700     EXIT.
057800*-----------------------------------------------------------*
057900 8400-REPORT-TOTALS.
058000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
058100     MOVE "  BATCH HEADERS .....:" TO WS-RPT-LINE.
058200     MOVE WS-CNT-HEADERS TO WS-EDIT-COUNT.
058300     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
058400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
058500     MOVE "  AS SCHEDULED ......:" TO WS-RPT-LINE.
058600     MOVE WS-CNT-OK TO WS-EDIT-COUNT.
058700     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
058800     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
058900     MOVE "  REPLAYED ..........:" TO WS-RPT-LINE.
059000     MOVE WS-CNT-REPLAY TO WS-EDIT-COUNT.
059100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
059200     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
059300     MOVE "  UNEXPECTED ........:" TO WS-RPT-LINE.
059400     MOVE WS-CNT-UNEXPECTED TO WS-EDIT-COUNT.
059500     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
059600     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
059700     MOVE "  LATE ..............:" TO WS-RPT-LINE.
059800     MOVE WS-CNT-LATE TO WS-EDIT-COUNT.
059900     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
060000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
060100     MOVE "  MISSING ...........:" TO WS-RPT-LINE.
060200     MOVE WS-CNT-MISSING TO WS-EDIT-COUNT.
060300     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
060400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
060500 8400-EXIT.
060600     EXIT.
060700*-----------------------------------------------------------*
060800 8900-WRITE-LINE.
060900     MOVE WS-RPT-LINE TO CHK-RPT-REC.
061000     WRITE CHK-RPT-REC.
061100     MOVE SPACES TO WS-RPT-LINE.
061200 8900-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------*
061500 9100-SET-RETURN-CODE.
061600     EVALUATE TRUE
061700        WHEN WS-CNT-REPLAY > ZERO
061800           MOVE 12 TO RETURN-CODE
061900        WHEN WS-CNT-MISSING > ZERO
062000           OR WS-CNT-UNEXPECTED > ZERO
062100           MOVE 8 TO RETURN-CODE
062200        WHEN WS-CNT-LATE > ZERO
062300           MOVE 4 TO RETURN-CODE
062400        WHEN OTHER
062500           MOVE ZERO TO RETURN-CODE
062600     END-EVALUATE.
062700 9100-EXIT.
062800     EXIT.
062900*-----------------------------------------------------------*
062905*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
062910*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
062915*-----------------------------------------------------------*
062920 9900-WRITE-RUN-LOG.
062925     MOVE WS-CNT-HEADERS TO RLG-IN-COUNT OF WS-RUN-LOG.
062930     MOVE WS-CNT-POSTED TO RLG-OUT-COUNT OF WS-RUN-LOG.
062935     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
062940     CALL "RUNLOGW" USING WS-RUN-LOG.
062945     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
062950 9900-EXIT.
062955     EXIT.
062960*-----------------------------------------------------------*
063000 END PROGRAM BATCHCHK.

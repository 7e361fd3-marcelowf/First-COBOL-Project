000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RATEWHAT.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  RATEWHAT - RATE-CHANGE IMPACT SIMULATION (WHAT-IF).         *
000900*  FINANCE WANTS TO SEE WHAT A CHANGE TO A RATES TABLE VALUE   *
001000*  (RATEMF, SEE RATEREC.CPY) WOULD HAVE DONE BEFORE IT IS KEYED*
001100*  THROUGH MENUDRV RATE MAINTENANCE. THIS ON-REQUEST STEP TAKES*
001200*  ONE OR MORE PROPOSED VALUES (RATEPROP) AND RE-RUNS EACH GOOD*
001300*  POSTING OF A CHOSEN PERIOD THAT RESOLVED VALOR 2 FROM ONE OF*
001400*  THOSE RATE CODES - FROM THE RESULTS MASTER (RESULTMF) AND,  *
001500*  FOR PURGED DAYS, THE RESARCH ARCHIVE - THROUGH CALCENG AT   *
001600*  THE PROPOSED VALUE. NOTHING IS POSTED OR REWRITTEN. THE     *
001700*  REPORT (WHATRPT) SHOWS, PER DEPARTMENT AND RATE CODE AND    *
001800*  THEN PER RATE CODE, THE RESULT TOTAL AS POSTED, THE TOTAL   *
001900*  AT THE PROPOSED VALUE AND THE DIFFERENCE, AND LISTS EACH    *
002000*  TRANSACTION THAT WOULD NOW BE REJECTED (SIZE ERROR OR       *
002100*  DIVIDE BY ZERO). A REJECTED ITEM IS LEFT OUT OF THE NEW     *
002200*  TOTAL, AS IT WOULD NOT POST.                                *
002300*  RATEPROP HOLDS ONE PROPOSAL PER LINE:                       *
002400*      COLUMNS 1-4  - RATE CODE                                *
002500*      COLUMNS 6-17 - PROPOSED VALUE, LEFT-JUSTIFIED, OPTIONAL *
002600*                     LEADING SIGN, AT MOST 7 WHOLE DIGITS AND *
002700*                     2 DECIMALS (E.G. 12.5 OR -0.75)          *
002800*  A BLANK LINE OR ONE WITH "*" IN COLUMN 1 IS IGNORED. ANY BAD*
002900*  LINE, A CODE PROPOSED TWICE, MORE THAN 50 CODES OR A BAD    *
003000*  PERIOD REFUSES THE RUN WITH RETURN-CODE 12 AND NOTHING IS   *
003100*  SIMULATED. AN ITEM THAT WOULD FAIL, OR NO ITEM IN THE       *
003200*  PERIOD, ENDS IT WITH 4.                                     *
003300*  RATEPROP AND RESULTMF MUST OPEN (RETURN-CODE 20); WITHOUT   *
003400*  RATEMF THE CURRENT VALUES ARE NOT SHOWN, AND WITHOUT RESARCH*
003500*  ONLY THE MASTER IS RE-RUN.                                  *
003600*  THE PERIOD COMES FROM THE ENVIRONMENT, THE SAME WAY AUDITRPT*
003700*  TAKES ITS SELECTION CRITERIA:                               *
003800*      WHATFROM / WHATTO - YYYYMMDD PROCESSING DATES,          *
003900*                          BLANK = OPEN END                    *
004000*-----------------------------------------------------------*
004100*  MODIFICATION HISTORY
004200*  2026-10-15 MWF  INITIAL VERSION.
004300*-----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PROP-FILE ASSIGN TO "RATEPROP"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-PROP-FS.
005000
005100     SELECT RATE-FILE ASSIGN TO "RATEMF"
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS RANDOM
005400            RECORD KEY IS RATE-CODE
005500            FILE STATUS IS WS-RATE-FS.
005600
005700     SELECT RESULT-FILE ASSIGN TO "RESULTMF"
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE IS SEQUENTIAL
006000            RECORD KEY IS RES-ID
006100            FILE STATUS IS WS-RESULT-FS.
006200
006300     SELECT ARCH-FILE ASSIGN TO "RESARCH"
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS IS WS-ARCH-FS.
006600
006700     SELECT WHAT-RPT-FILE ASSIGN TO "WHATRPT"
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS IS WS-WHAT-RPT-FS.
007000*-----------------------------------------------------------*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PROP-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  PROP-REC.
007600     05  PROP-CODE                    PIC X(04).
007700     05  FILLER                       PIC X(01).
007800     05  PROP-VALUE                   PIC X(12).
007900     05  FILLER                       PIC X(63).
008000
008100 FD  RATE-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY RATEREC REPLACING ==RATE-RECORD== BY ==RATE-MF-REC==.
008400
008500 FD  RESULT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY RESULTREC REPLACING ==RESULT-RECORD==
008800            BY ==RESULT-MF-REC==.
008900
009000 FD  ARCH-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY RESULTREC REPLACING ==RESULT-RECORD==
009300            BY ==RESULT-ARCH-REC==.
009400
009500 FD  WHAT-RPT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  WHAT-RPT-REC                      PIC X(80).
009800*-----------------------------------------------------------*
009900 WORKING-STORAGE SECTION.
010000*    WORK COPY OF THE RESULT BEING TAKEN IN, SO THE MASTER AND
010100*    ARCHIVE SOURCES SHARE ONE SET OF PARAGRAPHS
010200     COPY RESULTREC REPLACING ==RESULT-RECORD== BY ==WS-RES-REC==.
010300
010400*    THE CALCULATION HANDED TO CALCENG AT THE PROPOSED VALUE
010500     COPY CALCREC REPLACING ==CALC-RECORD== BY ==WS-CALC-REC==.
010600
010700 77  WS-EOF-SW                         PIC X(01) VALUE "N".
010800     88  WS-EOF                              VALUE "Y".
010900 77  WS-PROP-EOF-SW                    PIC X(01) VALUE "N".
011000     88  WS-PROP-EOF                         VALUE "Y".
011100 77  WS-PROP-FS                        PIC X(02) VALUE "00".
011200 77  WS-RATE-FS                        PIC X(02) VALUE "00".
011300 77  WS-RESULT-FS                      PIC X(02) VALUE "00".
011400 77  WS-ARCH-FS                        PIC X(02) VALUE "00".
011500 77  WS-WHAT-RPT-FS                    PIC X(02) VALUE "00".
011600 77  WS-SOURCE-SW                      PIC X(01) VALUE "L".
011700     88  WS-FROM-LIVE                        VALUE "L".
011800     88  WS-FROM-ARCHIVE                     VALUE "A".
011900 77  WS-RATE-OPEN-SW                   PIC X(01) VALUE "N".
012000     88  WS-RATE-OPEN                        VALUE "Y".
012100 77  WS-REFUSED-SW                     PIC X(01) VALUE "N".
012200     88  WS-REFUSED                          VALUE "Y".
012300 77  WS-CNT-PROP-READ                  PIC 9(09) COMP VALUE ZERO.
012400 77  WS-CNT-PROP-BAD                   PIC 9(09) COMP VALUE ZERO.
012500 77  WS-CNT-READ                       PIC 9(09) COMP VALUE ZERO.
012600 77  WS-CNT-SELECTED                   PIC 9(09) COMP VALUE ZERO.
012700 77  WS-CNT-FAILED                     PIC 9(09) COMP VALUE ZERO.
012800 77  WS-CNT-OVERFLOW                   PIC 9(09) COMP VALUE ZERO.
012900
013000*    PERIOD PICKED UP FROM THE ENVIRONMENT, AND AS PRINTED
013100 01  WS-SELECT-CRITERIA.
013200     05  WS-SEL-FROM                   PIC X(08) VALUE SPACES.
013300     05  WS-SEL-TO                     PIC X(08) VALUE SPACES.
013400 77  WS-HD-FROM                        PIC X(08) VALUE SPACES.
013500 77  WS-HD-TO                          PIC X(08) VALUE SPACES.
013600
013700*    PROPOSED VALUE AS KEYED, AND THE CHECKS ON ITS CHARACTERS
013800 77  WS-PV-ENTRY                       PIC X(12) VALUE SPACES.
013900 77  WS-PV-VALUE                       PIC S9(07)V99 VALUE ZERO.
014000 77  WS-PV-VALID-SW                    PIC X(01) VALUE "N".
014100     88  WS-PV-VALID                         VALUE "Y".
014200 77  WS-PV-DOT-SW                      PIC X(01) VALUE "N".
014300     88  WS-PV-DOT-SEEN                      VALUE "Y".
014400 77  WS-PV-END-SW                      PIC X(01) VALUE "N".
014500     88  WS-PV-ENDED                         VALUE "Y".
014600 77  WS-PV-INT-DIGITS                  PIC 9(02) COMP VALUE ZERO.
014700 77  WS-PV-DEC-DIGITS                  PIC 9(02) COMP VALUE ZERO.
014800 77  WS-CX                             PIC 9(02) COMP VALUE ZERO.
014900 77  WS-PROP-MSG                       PIC X(40) VALUE SPACES.
015000
015100*    ONE ENTRY PER PROPOSED RATE CODE, IN THE ORDER KEYED, WITH
015200*    THE VALUE ON RATEMF TODAY AND THE CODE'S RUNNING TOTALS
015300 77  WS-PROP-MAX                       PIC 9(03) COMP VALUE 50.
015400 77  WS-PROP-USED                      PIC 9(03) COMP VALUE ZERO.
015500 77  WS-PX                             PIC 9(03) COMP VALUE ZERO.
015600 77  WS-PROP-FOUND-SW                  PIC X(01) VALUE "N".
015700     88  WS-PROP-FOUND                       VALUE "Y".
015800 77  WS-FIND-CODE                      PIC X(04) VALUE SPACES.
015900 01  WS-PROP-TABLE.
016000     05  WS-PROP-ENTRY OCCURS 50 TIMES.
016100         10  WS-PT-CODE                PIC X(04).
016200         10  WS-PT-DESC                PIC X(20).
016300         10  WS-PT-ON-FILE-SW          PIC X(01).
016400             88  WS-PT-ON-FILE               VALUE "Y".
016500         10  WS-PT-OLD-VALUE           PIC S9(07)V99.
016600         10  WS-PT-NEW-VALUE           PIC S9(07)V99.
016700         10  WS-PT-COUNT               PIC 9(09) COMP.
016800         10  WS-PT-FAILS               PIC 9(09) COMP.
016900         10  WS-PT-OLD-TOTAL           PIC S9(11)V99.
017000         10  WS-PT-NEW-TOTAL           PIC S9(11)V99.
017100
017200*    ONE ENTRY PER DEPARTMENT AND RATE CODE RE-RUN, KEPT IN KEY
017300*    ORDER AS ENTRIES ARE ADDED SO THE REPORT NEEDS NO SORT. AN
017400*    ITEM BEYOND THE TABLE IS COUNTED AND LEFT OUT, NOT MERGED
017500*    INTO ANOTHER DEPARTMENT'S FIGURES.
017600 77  WS-IMP-MAX                        PIC 9(03) COMP VALUE 500.
017700 77  WS-IMP-USED                       PIC 9(03) COMP VALUE ZERO.
017800 77  WS-IX                             PIC 9(03) COMP VALUE ZERO.
017900 77  WS-JX                             PIC 9(03) COMP VALUE ZERO.
018000 77  WS-IMP-FOUND-SW                   PIC X(01) VALUE "N".
018100     88  WS-IMP-FOUND                        VALUE "Y".
018200 77  WS-IMP-PLACE-SW                   PIC X(01) VALUE "N".
018300     88  WS-IMP-PLACE                        VALUE "Y".
018400 01  WS-IMP-KEY.
018500     05  WS-IK-DEPT                    PIC X(04).
018600     05  WS-IK-CODE                    PIC X(04).
018700 01  WS-IMP-TABLE.
018800     05  WS-IMP-ENTRY OCCURS 500 TIMES.
018900         10  WS-IT-KEY.
019000             15  WS-IT-DEPT            PIC X(04).
019100             15  WS-IT-CODE            PIC X(04).
019200         10  WS-IT-COUNT               PIC 9(09) COMP.
019300         10  WS-IT-FAILS               PIC 9(09) COMP.
019400         10  WS-IT-OLD-TOTAL           PIC S9(11)V99.
019500         10  WS-IT-NEW-TOTAL           PIC S9(11)V99.
019600
019700*    DEPARTMENT SUBTOTALS AND GRAND TOTALS FOR THE REPORT
019800 77  WS-PREV-DEPT                      PIC X(04) VALUE SPACES.
019900 77  WS-DEPT-COUNT                     PIC 9(09) COMP VALUE ZERO.
020000 77  WS-DEPT-FAILS                     PIC 9(09) COMP VALUE ZERO.
020100 77  WS-DEPT-OLD                       PIC S9(11)V99 VALUE ZERO.
020200 77  WS-DEPT-NEW                       PIC S9(11)V99 VALUE ZERO.
020300 77  WS-GT-COUNT                       PIC 9(09) COMP VALUE ZERO.
020400 77  WS-GT-FAILS                       PIC 9(09) COMP VALUE ZERO.
020500 77  WS-GT-OLD                         PIC S9(11)V99 VALUE ZERO.
020600 77  WS-GT-NEW                         PIC S9(11)V99 VALUE ZERO.
020700
020800*    FIGURES FOR ONE IMPACT LINE, SET BEFORE 7300-FORMAT-FIGURES
020900 77  WS-LN-COUNT                       PIC 9(09) COMP VALUE ZERO.
021000 77  WS-LN-FAILS                       PIC 9(09) COMP VALUE ZERO.
021100 77  WS-LN-OLD                         PIC S9(11)V99 VALUE ZERO.
021200 77  WS-LN-NEW                         PIC S9(11)V99 VALUE ZERO.
021300 77  WS-LN-DIFF                        PIC S9(11)V99 VALUE ZERO.
021400 77  WS-VALUE-CHANGE                   PIC S9(08)V99 VALUE ZERO.
021500
021600*    PRINT LINE WORK FIELDS
021700 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
021800 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
021900 77  WS-PAGE-LIMIT                     PIC 9(03) COMP VALUE 55.
022000 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
022100 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
022200 01  WS-EDIT-ITEMS                     PIC ZZZZZ9.
022300 01  WS-EDIT-FAILS                     PIC ZZZZ9.
022400 01  WS-EDIT-AMOUNT                    PIC -ZZZ,ZZZ,ZZ9.99.
022500 01  WS-EDIT-TOTAL                     PIC -Z,ZZZ,ZZZ,ZZ9.99.
022600 01  WS-EDIT-PAGE                      PIC ZZZZ9.
022700
022800*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
022900     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
023000*-----------------------------------------------------------*
023100 PROCEDURE DIVISION.
023200*-----------------------------------------------------------*
023300 0000-MAINLINE.
023400     MOVE SPACES TO WS-RUN-LOG.
023500     MOVE "RATEWHAT" TO RLG-PROGRAM OF WS-RUN-LOG.
023600     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
023700     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
023800     PERFORM 1100-GET-PERIOD THRU 1100-EXIT.
023900
024000     OPEN INPUT PROP-FILE.
024100     IF WS-PROP-FS NOT = "00"
024200        DISPLAY "ERROR: UNABLE TO OPEN RATEPROP - FILE STATUS "
024300           WS-PROP-FS
024400        MOVE 20 TO RETURN-CODE
024500        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
024600        STOP RUN
024700     END-IF.
024800     OPEN INPUT RESULT-FILE.
024900     IF WS-RESULT-FS NOT = "00"
025000        DISPLAY "ERROR: UNABLE TO OPEN RESULTMF - FILE STATUS "
025100           WS-RESULT-FS
025200        MOVE 20 TO RETURN-CODE
025300        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
025400        STOP RUN
025500     END-IF.
025600     OPEN INPUT RATE-FILE.
025700     IF WS-RATE-FS = "00"
025800        SET WS-RATE-OPEN TO TRUE
025900     ELSE
026000        DISPLAY "WARNING: UNABLE TO OPEN RATEMF - FILE STATUS "
026100           WS-RATE-FS " - CURRENT VALUES NOT SHOWN"
026200     END-IF.
026300     OPEN OUTPUT WHAT-RPT-FILE.
026400
026500     PERFORM 1200-LOAD-PROPOSALS THRU 1200-EXIT.
026600     CLOSE PROP-FILE.
026700     IF WS-RATE-OPEN
026800        CLOSE RATE-FILE
026900     END-IF.
027000     IF WS-REFUSED
027100        MOVE "NOTHING SIMULATED - CORRECT RATEPROP OR THE PERIOD"
027200           TO WS-RPT-LINE
027300        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
027400        CLOSE RESULT-FILE
027500        CLOSE WHAT-RPT-FILE
027600        DISPLAY "RATEWHAT: PROPOSALS REFUSED - NOTHING SIMULATED"
027700        MOVE 12 TO RETURN-CODE
027800        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
027900        STOP RUN
028000     END-IF.
028100
028200     MOVE "TRANSACTIONS THAT WOULD FAIL AT THE PROPOSED VALUES"
028300        TO WS-RPT-LINE.
028400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
028500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
028600     MOVE "TRANSACTN" TO WS-RPT-LINE (1:9).
028700     MOVE "DEPT" TO WS-RPT-LINE (12:4).
028800     MOVE "RATE" TO WS-RPT-LINE (17:4).
028900     MOVE "POSTED" TO WS-RPT-LINE (22:6).
029000     MOVE "VALOR 1" TO WS-RPT-LINE (39:7).
029100     MOVE "OP" TO WS-RPT-LINE (47:2).
029200     MOVE "OLD RESULT" TO WS-RPT-LINE (54:10).
029300     MOVE "REASON" TO WS-RPT-LINE (65:6).
029400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
029500
029600     MOVE "N" TO WS-EOF-SW.
029700     PERFORM 1000-READ-RESULT THRU 1000-EXIT.
029800     PERFORM 2000-TAKE-RES THRU 2000-EXIT
029900        UNTIL WS-EOF.
030000     CLOSE RESULT-FILE.
030100
030200     OPEN INPUT ARCH-FILE.
030300     IF WS-ARCH-FS = "00"
030400        SET WS-FROM-ARCHIVE TO TRUE
030500        MOVE "N" TO WS-EOF-SW
030600        PERFORM 1050-READ-ARCH THRU 1050-EXIT
030700        PERFORM 2000-TAKE-RES THRU 2000-EXIT
030800           UNTIL WS-EOF
030900        CLOSE ARCH-FILE
031000     ELSE
031100        DISPLAY "WARNING: UNABLE TO OPEN RESARCH - FILE STATUS "
031200           WS-ARCH-FS " - RESULTS MASTER ONLY"
031300     END-IF.
031400     IF WS-CNT-FAILED = ZERO
031500        MOVE "NONE" TO WS-RPT-LINE
031600        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
031700     END-IF.
031800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
031900
032000     PERFORM 7000-IMPACT-REPORT THRU 7000-EXIT.
032100     PERFORM 8000-RATE-SUMMARY THRU 8000-EXIT.
032200     CLOSE WHAT-RPT-FILE.
032300
032400     DISPLAY "RATEWHAT: PERIOD ............: " WS-HD-FROM
032500        " TO " WS-HD-TO.
032600     DISPLAY "RATEWHAT: RATE CODES PROPOSED: " WS-PROP-USED.
032700     DISPLAY "RATEWHAT: RESULTS READ ......: " WS-CNT-READ.
032800     DISPLAY "RATEWHAT: ITEMS RE-RUN ......: " WS-CNT-SELECTED.
032900     DISPLAY "RATEWHAT: ITEMS THAT FAIL ...: " WS-CNT-FAILED.
033000     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
033100     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
033200     STOP RUN.
033300*-----------------------------------------------------------*
033400 1000-READ-RESULT.
033500     READ RESULT-FILE INTO WS-RES-REC
033600        AT END
033700           SET WS-EOF TO TRUE
033800        NOT AT END
033900           ADD 1 TO WS-CNT-READ
034000     END-READ.
034100 1000-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------*
034400 1050-READ-ARCH.
034500     READ ARCH-FILE INTO WS-RES-REC
034600        AT END
034700           SET WS-EOF TO TRUE
034800        NOT AT END
034900           ADD 1 TO WS-CNT-READ
035000     END-READ.
035100 1050-EXIT.
035200     EXIT.
035300*-----------------------------------------------------------*
035400 1100-GET-PERIOD.
035500     ACCEPT WS-SEL-FROM FROM ENVIRONMENT "WHATFROM".
035600     ACCEPT WS-SEL-TO FROM ENVIRONMENT "WHATTO".
035700     MOVE "EARLIEST" TO WS-HD-FROM.
035800     MOVE "LATEST" TO WS-HD-TO.
035900     IF WS-SEL-FROM NOT = SPACES
036000        MOVE WS-SEL-FROM TO WS-HD-FROM
036100        IF WS-SEL-FROM NOT NUMERIC
036200           DISPLAY "ERROR: WHATFROM IS NOT A YYYYMMDD DATE - "
036300              WS-SEL-FROM
036400           SET WS-REFUSED TO TRUE
036500        END-IF
036600     END-IF.
036700     IF WS-SEL-TO NOT = SPACES
036800        MOVE WS-SEL-TO TO WS-HD-TO
036900        IF WS-SEL-TO NOT NUMERIC
037000           DISPLAY "ERROR: WHATTO IS NOT A YYYYMMDD DATE - "
037100              WS-SEL-TO
037200           SET WS-REFUSED TO TRUE
037300        END-IF
037400     END-IF.
037500     IF WS-SEL-FROM NOT = SPACES
037600        AND WS-SEL-TO NOT = SPACES
037700        AND WS-SEL-FROM > WS-SEL-TO
037800        DISPLAY "ERROR: WHATFROM " WS-SEL-FROM
037900           " IS AFTER WHATTO " WS-SEL-TO
038000        SET WS-REFUSED TO TRUE
038100     END-IF.
038200 1100-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------*
038500 1150-READ-PROP.
038600     READ PROP-FILE
038700        AT END
038800           SET WS-PROP-EOF TO TRUE
038900        NOT AT END
039000           ADD 1 TO WS-CNT-PROP-READ
039100     END-READ.
039200 1150-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------*
039500*  READS EVERY PROPOSAL, CHECKS IT AND PRINTS IT BESIDE THE    *
039600*  VALUE ON RATEMF TODAY. ANY BAD LINE REFUSES THE WHOLE RUN - *
039700*  A SIMULATION OF PART OF THE CHANGE IS NO BASIS FOR SIGN-OFF.*
039800*-----------------------------------------------------------*
039900 1200-LOAD-PROPOSALS.
040000     MOVE "PROPOSED RATE VALUES" TO WS-RPT-LINE.
040100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
040200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
040300     MOVE "RATE" TO WS-RPT-LINE (1:4).
040400     MOVE "DESCRIPTION" TO WS-RPT-LINE (6:11).
040500     MOVE "CURRENT" TO WS-RPT-LINE (35:7).
040600     MOVE "PROPOSED" TO WS-RPT-LINE (50:8).
040700     MOVE "CHANGE" TO WS-RPT-LINE (68:6).
040800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
040900     PERFORM 1150-READ-PROP THRU 1150-EXIT.
041000     PERFORM 1250-TAKE-PROPOSAL THRU 1250-EXIT
041100        UNTIL WS-PROP-EOF.
041200     IF WS-PROP-USED = ZERO
041300        AND WS-CNT-PROP-BAD = ZERO
041400        MOVE "NO RATE VALUES PROPOSED" TO WS-RPT-LINE
041500        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
041600        DISPLAY "ERROR: RATEPROP HOLDS NO PROPOSED RATE VALUES"
041700        SET WS-REFUSED TO TRUE
041800     END-IF.
041900     IF WS-CNT-PROP-BAD > ZERO
042000        SET WS-REFUSED TO TRUE
042100     END-IF.
042200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
042300 1200-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------*
042600 1250-TAKE-PROPOSAL.
042700     IF PROP-REC = SPACES
042800        OR PROP-CODE (1:1) = "*"
042900        GO TO 1250-NEXT
043000     END-IF.
043100     MOVE SPACES TO WS-PROP-MSG.
043200     MOVE PROP-VALUE TO WS-PV-ENTRY.
043300     PERFORM 1300-CONVERT-VALUE THRU 1300-EXIT.
043400     EVALUATE TRUE
043500        WHEN PROP-CODE = SPACES
043600           MOVE "RATE CODE MISSING" TO WS-PROP-MSG
043700        WHEN NOT WS-PV-VALID
043800           STRING "INVALID VALUE: " WS-PV-ENTRY
043900              DELIMITED BY SIZE INTO WS-PROP-MSG
044000        WHEN OTHER
044100           MOVE PROP-CODE TO WS-FIND-CODE
044200           PERFORM 2100-FIND-PROP THRU 2100-EXIT
044300           IF WS-PROP-FOUND
044400              MOVE "RATE CODE PROPOSED TWICE" TO WS-PROP-MSG
044500           ELSE
044600              IF WS-PROP-USED NOT < WS-PROP-MAX
044700                 MOVE "MORE THAN 50 RATE CODES PROPOSED"
044800                    TO WS-PROP-MSG
044900              END-IF
045000           END-IF
045100     END-EVALUATE.
045200     IF WS-PROP-MSG NOT = SPACES
045300        ADD 1 TO WS-CNT-PROP-BAD
045400        MOVE PROP-CODE TO WS-RPT-LINE (1:4)
045500        MOVE WS-PROP-MSG TO WS-RPT-LINE (6:40)
045600        MOVE "REFUSED" TO WS-RPT-LINE (74:7)
045700        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
045800        DISPLAY "ERROR: RATEPROP LINE " WS-CNT-PROP-READ " - "
045900           WS-PROP-MSG
046000        GO TO 1250-NEXT
046100     END-IF.
046200     ADD 1 TO WS-PROP-USED.
046300     MOVE WS-PROP-USED TO WS-PX.
046400     PERFORM 1400-NEW-PROPOSAL THRU 1400-EXIT.
046500
046600 1250-NEXT.
046700     PERFORM 1150-READ-PROP THRU 1150-EXIT.
046800 1250-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------*
047100*  VALIDATES THE KEYED VALUE THE WAY MENUDRV VALIDATES A KEYED *
047200*  VALOR 1, AND ALSO HOLDS IT TO THE SIZE OF A RATES TABLE     *
047300*  VALUE.                                                      *
047400*-----------------------------------------------------------*
047500 1300-CONVERT-VALUE.
047600     SET WS-PV-VALID TO TRUE.
047700     MOVE "N" TO WS-PV-DOT-SW.
047800     MOVE "N" TO WS-PV-END-SW.
047900     MOVE ZERO TO WS-PV-INT-DIGITS.
048000     MOVE ZERO TO WS-PV-DEC-DIGITS.
048100     MOVE ZERO TO WS-PV-VALUE.
048200     PERFORM 1310-CHECK-CHAR THRU 1310-EXIT
048300        VARYING WS-CX FROM 1 BY 1
048400        UNTIL WS-CX > 12 OR NOT WS-PV-VALID.
048500     IF WS-PV-INT-DIGITS + WS-PV-DEC-DIGITS = ZERO
048600        OR WS-PV-INT-DIGITS > 7
048700        OR WS-PV-DEC-DIGITS > 2
048800        MOVE "N" TO WS-PV-VALID-SW
048900     END-IF.
049000     IF WS-PV-VALID
049100        COMPUTE WS-PV-VALUE = FUNCTION NUMVAL (WS-PV-ENTRY)
049200     END-IF.
049300 1300-EXIT.
049400     EXIT.
049500*-----------------------------------------------------------*
049600 1310-CHECK-CHAR.
049700     EVALUATE WS-PV-ENTRY (WS-CX:1)
049800        WHEN "0" THRU "9"
049900           IF WS-PV-ENDED
050000              MOVE "N" TO WS-PV-VALID-SW
050100           ELSE
050200              IF WS-PV-DOT-SEEN
050300                 ADD 1 TO WS-PV-DEC-DIGITS
050400              ELSE
050500                 ADD 1 TO WS-PV-INT-DIGITS
050600              END-IF
050700           END-IF
050800        WHEN "."
050900           IF WS-PV-ENDED OR WS-PV-DOT-SEEN
051000              MOVE "N" TO WS-PV-VALID-SW
051100           ELSE
051200              SET WS-PV-DOT-SEEN TO TRUE
051300           END-IF
051400        WHEN "-"
051500        WHEN "+"
051600           IF WS-CX NOT = 1
051700              MOVE "N" TO WS-PV-VALID-SW
051800           END-IF
051900        WHEN SPACE
052000           SET WS-PV-ENDED TO TRUE
052100        WHEN OTHER
052200           MOVE "N" TO WS-PV-VALID-SW
052300     END-EVALUATE.
052400 1310-EXIT.
052500     EXIT.
052600*-----------------------------------------------------------*
052700*  ADDS THE PROPOSAL AT WS-PX AND PRINTS IT. A CODE NOT ON     *
052800*  RATEMF IS SIMULATED ALL THE SAME BUT MARKED, AS NO POSTING  *
052900*  CAN HAVE RESOLVED FROM IT UNLESS IT WAS SINCE DELETED.      *
053000*-----------------------------------------------------------*
053100 1400-NEW-PROPOSAL.
053200     MOVE PROP-CODE TO WS-PT-CODE (WS-PX).
053300     MOVE SPACES TO WS-PT-DESC (WS-PX).
053400     MOVE "N" TO WS-PT-ON-FILE-SW (WS-PX).
053500     MOVE ZERO TO WS-PT-OLD-VALUE (WS-PX).
053600     MOVE WS-PV-VALUE TO WS-PT-NEW-VALUE (WS-PX).
053700     MOVE ZERO TO WS-PT-COUNT (WS-PX).
053800     MOVE ZERO TO WS-PT-FAILS (WS-PX).
053900     MOVE ZERO TO WS-PT-OLD-TOTAL (WS-PX).
054000     MOVE ZERO TO WS-PT-NEW-TOTAL (WS-PX).
054100     IF WS-RATE-OPEN
054200        MOVE PROP-CODE TO RATE-CODE OF RATE-MF-REC
054300        READ RATE-FILE
054400           INVALID KEY
054500              CONTINUE
054600           NOT INVALID KEY
054700              SET WS-PT-ON-FILE (WS-PX) TO TRUE
054800              MOVE RATE-DESC OF RATE-MF-REC TO WS-PT-DESC (WS-PX)
054900              MOVE RATE-VALUE OF RATE-MF-REC
055000                 TO WS-PT-OLD-VALUE (WS-PX)
055100        END-READ
055200     END-IF.
055300     MOVE WS-PT-CODE (WS-PX) TO WS-RPT-LINE (1:4).
055400     MOVE WS-PT-NEW-VALUE (WS-PX) TO WS-EDIT-AMOUNT.
055500     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (43:15).
055600     EVALUATE TRUE
055700        WHEN WS-PT-ON-FILE (WS-PX)
055800           MOVE WS-PT-DESC (WS-PX) TO WS-RPT-LINE (6:20)
055900           MOVE WS-PT-OLD-VALUE (WS-PX) TO WS-EDIT-AMOUNT
056000           MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (27:15)
056100           COMPUTE WS-VALUE-CHANGE = WS-PT-NEW-VALUE (WS-PX)
056200              - WS-PT-OLD-VALUE (WS-PX)
056300           MOVE WS-VALUE-CHANGE TO WS-EDIT-AMOUNT
056400           MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (59:15)
056500        WHEN WS-RATE-OPEN
056600           MOVE "NOT ON RATEMF" TO WS-RPT-LINE (6:13)
056700        WHEN OTHER
056800           MOVE "RATEMF NOT AVAILABLE" TO WS-RPT-LINE (6:20)
056900     END-EVALUATE.
057000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
057100 1400-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------*
057400*  TAKES ONE RESULT: A GOOD POSTING IN THE PERIOD WHOSE VALOR 2*
057500*  CAME FROM A PROPOSED RATE CODE IS RE-RUN; ANYTHING ELSE IS  *
057600*  PASSED OVER. A REVERSED ENTRY NO LONGER COUNTS, AND A       *
057700*  CORRECTED ONE IS RE-RUN AS CORRECTED.                       *
057800*-----------------------------------------------------------*
057900 2000-TAKE-RES.
058000     IF RES-RATE-CODE OF WS-RES-REC = SPACES
058100        OR RES-STATUS OF WS-RES-REC NOT = "O"
058200        GO TO 2000-NEXT
058300     END-IF.
058400     IF WS-SEL-FROM NOT = SPACES
058500        AND RES-PROC-DATE OF WS-RES-REC < WS-SEL-FROM
058600        GO TO 2000-NEXT
058700     END-IF.
058800     IF WS-SEL-TO NOT = SPACES
058900        AND RES-PROC-DATE OF WS-RES-REC > WS-SEL-TO
059000        GO TO 2000-NEXT
059100     END-IF.
059200     MOVE RES-RATE-CODE OF WS-RES-REC TO WS-FIND-CODE.
059300     PERFORM 2100-FIND-PROP THRU 2100-EXIT.
059400     IF NOT WS-PROP-FOUND
059500        GO TO 2000-NEXT
059600     END-IF.
059700     PERFORM 2200-FIND-IMP THRU 2200-EXIT.
059800     IF NOT WS-IMP-FOUND
059900        GO TO 2000-NEXT
060000     END-IF.
060100     ADD 1 TO WS-CNT-SELECTED.
060200     PERFORM 2300-RECALC THRU 2300-EXIT.
060300
060400 2000-NEXT.
060500     PERFORM 2050-READ-NEXT THRU 2050-EXIT.
060600 2000-EXIT.
060700     EXIT.
060800*-----------------------------------------------------------*
060900 2050-READ-NEXT.
061000     IF WS-FROM-LIVE
061100        PERFORM 1000-READ-RESULT THRU 1000-EXIT
061200     ELSE
061300        PERFORM 1050-READ-ARCH THRU 1050-EXIT
061400     END-IF.
061500 2050-EXIT.
061600     EXIT.
061700*-----------------------------------------------------------*
061800*  LINEAR SEARCH OF THE PROPOSALS FOR WS-FIND-CODE. LEAVES     *
061900*  WS-PX AT THE ENTRY WHEN FOUND.                              *
062000*-----------------------------------------------------------*
062100 2100-FIND-PROP.
062200     MOVE "N" TO WS-PROP-FOUND-SW.
062300     PERFORM 2150-SCAN-PROP THRU 2150-EXIT
062400        VARYING WS-PX FROM 1 BY 1
062500        UNTIL WS-PROP-FOUND OR WS-PX > WS-PROP-USED.
062600     IF WS-PROP-FOUND
062700        SUBTRACT 1 FROM WS-PX
062800     END-IF.
062900 2100-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------*
063200 2150-SCAN-PROP.
063300     IF WS-PT-CODE (WS-PX) = WS-FIND-CODE
063400        SET WS-PROP-FOUND TO TRUE
063500     END-IF.
063600 2150-EXIT.
063700     EXIT.
063800*-----------------------------------------------------------*
063900*  FINDS THE DEPARTMENT AND RATE CODE ENTRY, OR OPENS ONE AT   *
064000*  ITS PLACE IN KEY ORDER BY MOVING THE HIGHER ENTRIES DOWN.   *
064100*  LEAVES WS-IX AT THE ENTRY.                                  *
064200*-----------------------------------------------------------*
064300 2200-FIND-IMP.
064400     MOVE RES-DEPT OF WS-RES-REC TO WS-IK-DEPT.
064500     MOVE RES-RATE-CODE OF WS-RES-REC TO WS-IK-CODE.
064600     MOVE "N" TO WS-IMP-FOUND-SW.
064700     MOVE "N" TO WS-IMP-PLACE-SW.
064800     PERFORM 2250-SCAN-IMP THRU 2250-EXIT
064900        VARYING WS-IX FROM 1 BY 1
065000        UNTIL WS-IMP-PLACE OR WS-IX > WS-IMP-USED.
065100     IF WS-IMP-PLACE
065200        SUBTRACT 1 FROM WS-IX
065300        IF WS-IT-KEY (WS-IX) = WS-IMP-KEY
065400           SET WS-IMP-FOUND TO TRUE
065500           GO TO 2200-EXIT
065600        END-IF
065700     END-IF.
065800     IF WS-IMP-USED NOT < WS-IMP-MAX
065900        ADD 1 TO WS-CNT-OVERFLOW
066000        GO TO 2200-EXIT
066100     END-IF.
066200     PERFORM 2260-SHIFT-IMP THRU 2260-EXIT
066300        VARYING WS-JX FROM WS-IMP-USED BY -1
066400        UNTIL WS-JX < WS-IX.
066500     ADD 1 TO WS-IMP-USED.
066600     MOVE WS-IMP-KEY TO WS-IT-KEY (WS-IX).
066700     MOVE ZERO TO WS-IT-COUNT (WS-IX).
066800     MOVE ZERO TO WS-IT-FAILS (WS-IX).
066900     MOVE ZERO TO WS-IT-OLD-TOTAL (WS-IX).
067000     MOVE ZERO TO WS-IT-NEW-TOTAL (WS-IX).
067100     SET WS-IMP-FOUND TO TRUE.
067200 2200-EXIT.
067300     EXIT.
067400*-----------------------------------------------------------*
067500 2250-SCAN-IMP.
067600     IF WS-IT-KEY (WS-IX) NOT < WS-IMP-KEY
067700        SET WS-IMP-PLACE TO TRUE
067800     END-IF.
067900 2250-EXIT.
068000     EXIT.
068100*-----------------------------------------------------------*
068200 2260-SHIFT-IMP.
068300     MOVE WS-IMP-ENTRY (WS-JX) TO WS-IMP-ENTRY (WS-JX + 1).
068400 2260-EXIT.
068500     EXIT.
068600*-----------------------------------------------------------*
068700*  RE-RUNS THE POSTING THROUGH CALCENG WITH VALOR 2 AT THE     *
068800*  PROPOSED VALUE AND ADDS IT TO ITS DEPARTMENT AND RATE CODE. *
068900*  THE OLD TOTAL TAKES THE RESULT AS POSTED; THE NEW TOTAL     *
069000*  TAKES THE NEW RESULT ONLY WHEN CALCENG WOULD ACCEPT IT.     *
069100*-----------------------------------------------------------*
069200 2300-RECALC.
069300     MOVE RES-ID OF WS-RES-REC TO CALC-ID OF WS-CALC-REC.
069400     MOVE RES-DEPT OF WS-RES-REC TO CALC-DEPT OF WS-CALC-REC.
069500     MOVE RES-V1 OF WS-RES-REC TO CALC-V1 OF WS-CALC-REC.
069600     MOVE WS-PT-NEW-VALUE (WS-PX) TO CALC-V2 OF WS-CALC-REC.
069700     MOVE RES-OP OF WS-RES-REC TO CALC-OP OF WS-CALC-REC.
069800     MOVE SPACE TO CALC-STATUS OF WS-CALC-REC.
069900     MOVE ZERO TO CALC-SEQ OF WS-CALC-REC.
070000     MOVE RES-RATE-CODE OF WS-RES-REC
070100        TO CALC-RATE-CODE OF WS-CALC-REC.
070200     CALL "CALCENG" USING WS-CALC-REC.
070300     ADD 1 TO WS-IT-COUNT (WS-IX) WS-PT-COUNT (WS-PX).
070400     ADD RES-RE OF WS-RES-REC TO WS-IT-OLD-TOTAL (WS-IX)
070500        WS-PT-OLD-TOTAL (WS-PX).
070600     IF CALC-OK OF WS-CALC-REC
070700        ADD CALC-RE OF WS-CALC-REC TO WS-IT-NEW-TOTAL (WS-IX)
070800           WS-PT-NEW-TOTAL (WS-PX)
070900     ELSE
071000        ADD 1 TO WS-IT-FAILS (WS-IX) WS-PT-FAILS (WS-PX)
071100           WS-CNT-FAILED
071200        PERFORM 2400-FAIL-LINE THRU 2400-EXIT
071300     END-IF.
071400 2300-EXIT.
071500     EXIT.
071600*-----------------------------------------------------------*
071700 2400-FAIL-LINE.
071800     MOVE RES-ID OF WS-RES-REC TO WS-RPT-LINE (1:10).
071900     MOVE RES-DEPT OF WS-RES-REC TO WS-RPT-LINE (12:4).
072000     MOVE RES-RATE-CODE OF WS-RES-REC TO WS-RPT-LINE (17:4).
072100     MOVE RES-PROC-DATE OF WS-RES-REC TO WS-RPT-LINE (22:8).
072200     MOVE RES-V1 OF WS-RES-REC TO WS-EDIT-AMOUNT.
072300     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (31:15).
072400     MOVE RES-OP OF WS-RES-REC TO WS-RPT-LINE (47:1).
072500     MOVE RES-RE OF WS-RES-REC TO WS-EDIT-AMOUNT.
072600     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (49:15).
072700     EVALUATE TRUE
072800        WHEN CALC-SIZE-ERR OF WS-CALC-REC
072900           MOVE "SIZE ERROR" TO WS-RPT-LINE (65:10)
073000        WHEN CALC-DIV-ZERO OF WS-CALC-REC
073100           MOVE "DIVIDE BY ZERO" TO WS-RPT-LINE (65:14)
073200        WHEN OTHER
073300           MOVE "STATUS" TO WS-RPT-LINE (65:6)
073400           MOVE CALC-STATUS OF WS-CALC-REC TO WS-RPT-LINE (72:1)
073500     END-EVALUATE.
073600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
073700 2400-EXIT.
073800     EXIT.
073900*-----------------------------------------------------------*
074000 3000-WRITE-LINE.
074100     IF WS-LINE-COUNT > WS-PAGE-LIMIT
074200        PERFORM 3100-PAGE-HEADING THRU 3100-EXIT
074300     END-IF.
074400     MOVE WS-RPT-LINE TO WHAT-RPT-REC.
074500     WRITE WHAT-RPT-REC.
074600     ADD 1 TO WS-LINE-COUNT.
074700     MOVE SPACES TO WS-RPT-LINE.
074800 3000-EXIT.
074900     EXIT.
075000*-----------------------------------------------------------*
075100 3100-PAGE-HEADING.
075200     ADD 1 TO WS-PAGE-COUNT.
075300     MOVE SPACES TO WHAT-RPT-REC.
075400     MOVE "RATE CHANGE IMPACT - WHAT IF" TO WHAT-RPT-REC.
075500     MOVE "PERIOD" TO WHAT-RPT-REC (31:6).
075600     MOVE WS-HD-FROM TO WHAT-RPT-REC (38:8).
075700     MOVE "TO" TO WHAT-RPT-REC (47:2).
075800     MOVE WS-HD-TO TO WHAT-RPT-REC (50:8).
075900     MOVE "PAGE" TO WHAT-RPT-REC (62:4).
076000     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
076100     MOVE WS-EDIT-PAGE TO WHAT-RPT-REC (67:5).
076200     WRITE WHAT-RPT-REC.
076300     MOVE "SIMULATION ONLY - NOTHING HAS BEEN POSTED"
076400        TO WHAT-RPT-REC.
076500     WRITE WHAT-RPT-REC.
076600     MOVE SPACES TO WHAT-RPT-REC.
076700     WRITE WHAT-RPT-REC.
076800     MOVE 3 TO WS-LINE-COUNT.
076900 3100-EXIT.
077000     EXIT.
077100*-----------------------------------------------------------*
077200 3200-IMPACT-HEADING.
077300     MOVE "DEPT" TO WS-RPT-LINE (1:4).
077400     MOVE "RATE" TO WS-RPT-LINE (6:4).
077500     MOVE "ITEMS" TO WS-RPT-LINE (12:5).
077600     MOVE "OLD TOTAL" TO WS-RPT-LINE (26:9).
077700     MOVE "NEW TOTAL" TO WS-RPT-LINE (44:9).
077800     MOVE "DIFFERENCE" TO WS-RPT-LINE (61:10).
077900     MOVE "FAILS" TO WS-RPT-LINE (72:5).
078000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
078100 3200-EXIT.
078200     EXIT.
078300*-----------------------------------------------------------*
078400*  IMPACT BY DEPARTMENT AND RATE CODE, WITH A LINE FOR EACH    *
078500*  DEPARTMENT'S ALL-RATE TOTAL.                                *
078600*-----------------------------------------------------------*
078700 7000-IMPACT-REPORT.
078800     MOVE "IMPACT BY DEPARTMENT AND RATE CODE" TO WS-RPT-LINE.
078900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
079000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
079100     PERFORM 3200-IMPACT-HEADING THRU 3200-EXIT.
079200     IF WS-IMP-USED = ZERO
079300        MOVE "NO POSTINGS IN THE PERIOD FROM THE PROPOSED CODES"
079400           TO WS-RPT-LINE
079500        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
079600        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
079700        GO TO 7000-EXIT
079800     END-IF.
079900     MOVE WS-IT-DEPT (1) TO WS-PREV-DEPT.
080000     PERFORM 7100-IMPACT-LINE THRU 7100-EXIT
080100        VARYING WS-IX FROM 1 BY 1
080200        UNTIL WS-IX > WS-IMP-USED.
080300     PERFORM 7200-DEPT-TOTAL THRU 7200-EXIT.
080400 7000-EXIT.
080500     EXIT.
080600*-----------------------------------------------------------*
080700 7100-IMPACT-LINE.
080800     IF WS-IT-DEPT (WS-IX) NOT = WS-PREV-DEPT
080900        PERFORM 7200-DEPT-TOTAL THRU 7200-EXIT
081000        MOVE WS-IT-DEPT (WS-IX) TO WS-PREV-DEPT
081100     END-IF.
081200     MOVE WS-IT-COUNT (WS-IX) TO WS-LN-COUNT.
081300     MOVE WS-IT-FAILS (WS-IX) TO WS-LN-FAILS.
081400     MOVE WS-IT-OLD-TOTAL (WS-IX) TO WS-LN-OLD.
081500     MOVE WS-IT-NEW-TOTAL (WS-IX) TO WS-LN-NEW.
081600     ADD WS-LN-COUNT TO WS-DEPT-COUNT.
081700     ADD WS-LN-FAILS TO WS-DEPT-FAILS.
081800     ADD WS-LN-OLD TO WS-DEPT-OLD.
081900     ADD WS-LN-NEW TO WS-DEPT-NEW.
082000     MOVE WS-IT-DEPT (WS-IX) TO WS-RPT-LINE (1:4).
082100     MOVE WS-IT-CODE (WS-IX) TO WS-RPT-LINE (6:4).
082200     PERFORM 7300-FORMAT-FIGURES THRU 7300-EXIT.
082300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
082400 7100-EXIT.
082500     EXIT.
082600*-----------------------------------------------------------*
082700 7200-DEPT-TOTAL.
082800     MOVE WS-DEPT-COUNT TO WS-LN-COUNT.
082900     MOVE WS-DEPT-FAILS TO WS-LN-FAILS.
083000     MOVE WS-DEPT-OLD TO WS-LN-OLD.
083100     MOVE WS-DEPT-NEW TO WS-LN-NEW.
083200     MOVE WS-PREV-DEPT TO WS-RPT-LINE (1:4).
083300     MOVE "ALL" TO WS-RPT-LINE (6:3).
083400     PERFORM 7300-FORMAT-FIGURES THRU 7300-EXIT.
083500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
083600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
083700     MOVE ZERO TO WS-DEPT-COUNT.
083800     MOVE ZERO TO WS-DEPT-FAILS.
083900     MOVE ZERO TO WS-DEPT-OLD.
084000     MOVE ZERO TO WS-DEPT-NEW.
084100 7200-EXIT.
084200     EXIT.
084300*-----------------------------------------------------------*
084400*  PUTS THE WS-LN- FIGURES AND THEIR DIFFERENCE ON THE LINE    *
084500*  FROM COLUMN 11; THE CALLER FILLS IN COLUMNS 1-9.            *
084600*-----------------------------------------------------------*
084700 7300-FORMAT-FIGURES.
084800     COMPUTE WS-LN-DIFF = WS-LN-NEW - WS-LN-OLD.
084900     MOVE WS-LN-COUNT TO WS-EDIT-ITEMS.
085000     MOVE WS-EDIT-ITEMS TO WS-RPT-LINE (11:6).
085100     MOVE WS-LN-OLD TO WS-EDIT-TOTAL.
085200     MOVE WS-EDIT-TOTAL TO WS-RPT-LINE (18:17).
085300     MOVE WS-LN-NEW TO WS-EDIT-TOTAL.
085400     MOVE WS-EDIT-TOTAL TO WS-RPT-LINE (36:17).
085500     MOVE WS-LN-DIFF TO WS-EDIT-TOTAL.
085600     MOVE WS-EDIT-TOTAL TO WS-RPT-LINE (54:17).
085700     MOVE WS-LN-FAILS TO WS-EDIT-FAILS.
085800     MOVE WS-EDIT-FAILS TO WS-RPT-LINE (72:5).
085900 7300-EXIT.
086000     EXIT.
086100*-----------------------------------------------------------*
086200*  IMPACT BY RATE CODE ACROSS ALL DEPARTMENTS, THE GRAND TOTAL *
086300*  AND THE RUN COUNTS.                                         *
086400*-----------------------------------------------------------*
086500 8000-RATE-SUMMARY.
086600     MOVE "IMPACT BY RATE CODE" TO WS-RPT-LINE.
086700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
086800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
086900     PERFORM 3200-IMPACT-HEADING THRU 3200-EXIT.
087000     PERFORM 8100-RATE-LINE THRU 8100-EXIT
087100        VARYING WS-PX FROM 1 BY 1
087200        UNTIL WS-PX > WS-PROP-USED.
087300     MOVE WS-GT-COUNT TO WS-LN-COUNT.
087400     MOVE WS-GT-FAILS TO WS-LN-FAILS.
087500     MOVE WS-GT-OLD TO WS-LN-OLD.
087600     MOVE WS-GT-NEW TO WS-LN-NEW.
087700     MOVE "TOTAL" TO WS-RPT-LINE (1:5).
087800     PERFORM 7300-FORMAT-FIGURES THRU 7300-EXIT.
087900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
088000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
088100     MOVE "NEW TOTALS LEAVE OUT THE ITEMS THAT WOULD FAIL."
088200        TO WS-RPT-LINE.
088300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
088400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
088500     MOVE "RESULTS READ ....................:" TO WS-RPT-LINE.
088600     MOVE WS-CNT-READ TO WS-EDIT-COUNT.
088700     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
088800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
088900     MOVE "ITEMS RE-RUN AT PROPOSED VALUES .:" TO WS-RPT-LINE.
089000     MOVE WS-CNT-SELECTED TO WS-EDIT-COUNT.
089100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
089200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
089300     MOVE "ITEMS THAT WOULD FAIL ...........:" TO WS-RPT-LINE.
089400     MOVE WS-CNT-FAILED TO WS-EDIT-COUNT.
089500     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11).
089600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
089700     IF WS-CNT-OVERFLOW > ZERO
089800        MOVE "ITEMS SKIPPED - TABLE FULL ......:" TO WS-RPT-LINE
089900        MOVE WS-CNT-OVERFLOW TO WS-EDIT-COUNT
090000        MOVE WS-EDIT-COUNT TO WS-RPT-LINE (36:11)
090100        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
090200     END-IF.
090300 8000-EXIT.
090400     EXIT.
090500*-----------------------------------------------------------*
090600 8100-RATE-LINE.
090700     MOVE WS-PT-COUNT (WS-PX) TO WS-LN-COUNT.
090800     MOVE WS-PT-FAILS (WS-PX) TO WS-LN-FAILS.
090900     MOVE WS-PT-OLD-TOTAL (WS-PX) TO WS-LN-OLD.
091000     MOVE WS-PT-NEW-TOTAL (WS-PX) TO WS-LN-NEW.
091100     ADD WS-LN-COUNT TO WS-GT-COUNT.
091200     ADD WS-LN-FAILS TO WS-GT-FAILS.
091300     ADD WS-LN-OLD TO WS-GT-OLD.
091400     ADD WS-LN-NEW TO WS-GT-NEW.
091500     MOVE "ALL" TO WS-RPT-LINE (1:3).
091600     MOVE WS-PT-CODE (WS-PX) TO WS-RPT-LINE (6:4).
091700     PERFORM 7300-FORMAT-FIGURES THRU 7300-EXIT.
091800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
091900 8100-EXIT.
092000     EXIT.
092100*-----------------------------------------------------------*
092200 9100-SET-RETURN-CODE.
092300     IF WS-CNT-FAILED > ZERO
092400        OR WS-CNT-SELECTED = ZERO
092500        MOVE 4 TO RETURN-CODE
092600     ELSE
092700        MOVE ZERO TO RETURN-CODE
092800     END-IF.
092900 9100-EXIT.
093000     EXIT.
093100*-----------------------------------------------------------*
093200*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE   *
093300*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.    *
093400*-----------------------------------------------------------*
093500 9900-WRITE-RUN-LOG.
093600     MOVE WS-CNT-READ TO RLG-IN-COUNT OF WS-RUN-LOG.
093700     MOVE WS-CNT-SELECTED TO RLG-OUT-COUNT OF WS-RUN-LOG.
093800     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
093900     CALL "RUNLOGW" USING WS-RUN-LOG.
094000     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
094100 9900-EXIT.
094200     EXIT.
094300*-----------------------------------------------------------*
094400 END PROGRAM RATEWHAT.

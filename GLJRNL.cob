000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLJRNL.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  GLJRNL - GENERAL-LEDGER JOURNAL INTERFACE EXTRACT.           *
000900*  FINANCE USED TO RE-KEY THE DEPTRPT TOTALS INTO THE LEDGER    *
001000*  EVERY DAY. RUN AFTER THE CALC RUN AND EODBAL, THIS STEP      *
001100*  READS THE DAY'S POSTED RESULTS (TRANSOUT, IN THE CALCREC     *
001200*  LAYOUT - SUCCESSES AND REVERSAL OFFSETS), SORTS THEM BY      *
001300*  DEPARTMENT AND OPERATION CATEGORY AND BUILDS ONE BALANCED    *
001400*  DEBIT/CREDIT JOURNAL ENTRY PER DEPARTMENT AND CATEGORY ON    *
001500*  THE INTERFACE FILE (GLJNL, SEE GLJREC.CPY), WITH A HEADER    *
001600*  AND A CONTROL TRAILER FOR THE LEDGER LOAD. THE ACCOUNTS      *
001700*  COME FROM THE MAPPING TABLE (GLMAPMF, SEE GLMAPREC.CPY):     *
001800*  THE DEPARTMENT AND CATEGORY ENTRY, ELSE THE DEPARTMENT'S     *
001900*  DEFAULT, ELSE THE "*ALL" ENTRIES. A NET CREDIT RESULT (A     *
002000*  DAY OF REVERSALS) SWAPS THE TWO ACCOUNTS. THE JOURNAL        *
002100*  LISTING (GLLIST) SHOWS EVERY ENTRY AND ENDS WITH TOTALS      *
002200*  LABELLED AS ON DEPTRPT SO THE TWO CROSS-FOOT.                *
002300*  THE STEP REFUSES TO BUILD THE FILE FOR A DATE EODBAL DID     *
002400*  NOT CERTIFY IN BALANCE (EODCERT, SEE EODCREC.CPY) OR WHEN    *
002500*  TRANSOUT NO LONGER HOLDS THE RECORD COUNT EODBAL SAW.        *
002600*  RETURN-CODE 12 ON A REFUSAL, 8 WHEN AN ENTRY HAS NO GL       *
002700*  MAPPING (THE LISTING PRINTS BUT THE INTERFACE FILE IS LEFT   *
002800*  EMPTY), 0 WHEN THE FILE IS BUILT.                            *
002900*  THE JOURNAL DATE COMES FROM THE ENVIRONMENT, THE SAME WAY    *
003000*  EODBAL TAKES ITS BALANCE DATE:                               *
003100*      GLDATE - YYYYMMDD, BLANK = TODAY                         *
003200*-----------------------------------------------------------*
003300*  MODIFICATION HISTORY
003400*  2026-10-15 MWF  INITIAL VERSION.
003420*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
003440*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
003460*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RESULT-IN-FILE ASSIGN TO "TRANSOUT"
004000            ORGANIZATION IS SEQUENTIAL
004100            FILE STATUS IS WS-RESULT-IN-FS.
004200
004300     SELECT SORT-FILE ASSIGN TO "SORTWK".
004400
004500     SELECT CERT-FILE ASSIGN TO "EODCERT"
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE IS RANDOM
004800            RECORD KEY IS EODC-BAL-DATE
004900            FILE STATUS IS WS-CERT-FS.
005000
005100     SELECT GLMAP-FILE ASSIGN TO "GLMAPMF"
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS RANDOM
005400            RECORD KEY IS GLM-KEY
005500            FILE STATUS IS WS-GLMAP-FS.
005600
005700     SELECT DEPT-MAST-FILE ASSIGN TO "DEPTMF"
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE IS RANDOM
006000            RECORD KEY IS DEPT-CODE
006100            FILE STATUS IS WS-DEPT-MAST-FS.
006200
006300     SELECT GL-OUT-FILE ASSIGN TO "GLJNL"
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS IS WS-GL-OUT-FS.
006600
006700     SELECT GL-LIST-FILE ASSIGN TO "GLLIST"
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS IS WS-GL-LIST-FS.
007000*-----------------------------------------------------------*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RESULT-IN-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CALCREC REPLACING ==CALC-RECORD== BY ==RESULT-IN-REC==.
007600
007700 SD  SORT-FILE.
007800     COPY CALCREC REPLACING ==CALC-RECORD== BY ==SORT-REC==.
007900
008000 FD  CERT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY EODCREC REPLACING ==EOD-CERT-RECORD==
008300            BY ==CERT-MF-REC==.
008400
008500 FD  GLMAP-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY GLMAPREC REPLACING ==GL-MAP-RECORD==
008800            BY ==GLMAP-MF-REC==.
008900
009000 FD  DEPT-MAST-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DEPTREC REPLACING ==DEPARTMENT-RECORD==
009300            BY ==DEPT-MF-REC==.
009400
009500 FD  GL-OUT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY GLJREC REPLACING ==GL-JOURNAL-RECORD==
009800            BY ==GL-OUT-REC==.
009900
010000 FD  GL-LIST-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  GL-LIST-REC                       PIC X(80).
010300*-----------------------------------------------------------*
010400 WORKING-STORAGE SECTION.
010500 77  WS-EOF-SW                         PIC X(01) VALUE "N".
010600     88  WS-EOF                              VALUE "Y".
010700 77  WS-FIRST-SW                       PIC X(01) VALUE "Y".
010800     88  WS-FIRST-REC                        VALUE "Y".
010900 77  WS-RESULT-IN-FS                   PIC X(02) VALUE "00".
011000 77  WS-CERT-FS                        PIC X(02) VALUE "00".
011100 77  WS-GLMAP-FS                       PIC X(02) VALUE "00".
011200 77  WS-DEPT-MAST-FS                   PIC X(02) VALUE "00".
011300 77  WS-GL-OUT-FS                      PIC X(02) VALUE "00".
011400 77  WS-GL-LIST-FS                     PIC X(02) VALUE "00".
011500 77  WS-DEPT-MAST-OPEN-SW              PIC X(01) VALUE "N".
011600     88  WS-DEPT-MAST-OPEN                   VALUE "Y".
011700 77  WS-MAP-FOUND-SW                   PIC X(01) VALUE "N".
011800     88  WS-MAP-FOUND                        VALUE "Y".
011900 77  WS-DEPT-NAME                      PIC X(30) VALUE SPACES.
012000 77  WS-CURR-DEPT                      PIC X(04) VALUE SPACES.
012100 77  WS-CURR-CAT                       PIC X(01) VALUE SPACE.
012200 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
012300 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
012400 77  WS-PAGE-LIMIT                     PIC 9(03) COMP VALUE 55.
012500 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
012600 77  WS-RUN-TIME                       PIC 9(08) VALUE ZERO.
012700 77  WS-OUT-COUNT                      PIC 9(09) COMP VALUE ZERO.
012800
012900*    JOURNAL DATE PICKED UP FROM THE ENVIRONMENT
013000 77  WS-GL-DATE-ENV                    PIC X(08) VALUE SPACES.
013100 77  WS-GL-DATE                        PIC 9(08) VALUE ZERO.
013200
013300*    ONE ENTRY'S ACCUMULATORS, CLEARED AT EACH CATEGORY BREAK
013400 01  ENTRY-COUNTERS.
013500     05  ENT-CNT-OK                    PIC 9(09) COMP VALUE ZERO.
013600     05  ENT-CNT-REVERSED              PIC 9(09) COMP VALUE ZERO.
013700     05  ENT-AMOUNT                    PIC S9(11)V99 VALUE ZERO.
013800
013900*    THE ENTRY AS IT GOES TO THE LEDGER
014000 01  WS-ENTRY-FIELDS.
014100     05  WS-ENT-DR-ACCT                PIC X(12) VALUE SPACES.
014200     05  WS-ENT-CR-ACCT                PIC X(12) VALUE SPACES.
014300     05  WS-ENT-DESC                   PIC X(30) VALUE SPACES.
014400     05  WS-ENT-ABS                    PIC 9(11)V99 VALUE ZERO.
014500     05  WS-ENT-NO                     PIC 9(06) VALUE ZERO.
014600
014700*    GRAND-TOTAL ACCUMULATORS - CROSS-FOOT TO THE DEPTRPT
014800*    GRAND TOTALS
014900 01  GRAND-COUNTERS.
015000     05  GRAND-CNT-ADD                 PIC 9(09) COMP VALUE ZERO.
015100     05  GRAND-CNT-SUB                 PIC 9(09) COMP VALUE ZERO.
015200     05  GRAND-CNT-MUL                 PIC 9(09) COMP VALUE ZERO.
015300     05  GRAND-CNT-DIV                 PIC 9(09) COMP VALUE ZERO.
015400     05  GRAND-CNT-PCT                 PIC 9(09) COMP VALUE ZERO.
015500     05  GRAND-CNT-POW                 PIC 9(09) COMP VALUE ZERO.
015600     05  GRAND-CNT-IDIV                PIC 9(09) COMP VALUE ZERO.
015700     05  GRAND-CNT-REVERSED            PIC 9(09) COMP VALUE ZERO.
015800     05  GRAND-TOTAL-REV               PIC S9(11)V99 VALUE ZERO.
015900     05  GRAND-TOTAL-ADD               PIC S9(11)V99 VALUE ZERO.
016000
016100*    JOURNAL CONTROL TOTALS - CARRIED ON THE TRAILER
016200 01  JOURNAL-COUNTERS.
016300     05  JNL-CNT-ENTRY                 PIC 9(06) COMP VALUE ZERO.
016400     05  JNL-CNT-LINE                  PIC 9(09) COMP VALUE ZERO.
016500     05  JNL-CNT-UNMAPPED              PIC 9(06) COMP VALUE ZERO.
016600     05  JNL-CNT-ZERO                  PIC 9(06) COMP VALUE ZERO.
016700     05  JNL-TOTAL-DEBIT               PIC 9(13)V99 VALUE ZERO.
016800     05  JNL-TOTAL-CREDIT              PIC 9(13)V99 VALUE ZERO.
016900
017000*    PRINT LINE WORK FIELDS
017100 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
017200 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
017300 01  WS-EDIT-REV                       PIC ZZZ,ZZ9.
017400 01  WS-EDIT-AMOUNT                    PIC -(11)9.99.
017500 01  WS-EDIT-TOTAL                     PIC Z(12)9.99.
017600 01  WS-EDIT-ENTRY                     PIC ZZZZZ9.
017700 01  WS-EDIT-PAGE                      PIC ZZZZ9.
017720
017740*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
017760     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
017800*-----------------------------------------------------------*
017900 PROCEDURE DIVISION.
018000*-----------------------------------------------------------*
018100 0000-MAINLINE.
018120     MOVE SPACES TO WS-RUN-LOG.
018140     MOVE "GLJRNL" TO RLG-PROGRAM OF WS-RUN-LOG.
018160     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
018180     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
018200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018300     ACCEPT WS-RUN-TIME FROM TIME.
018400     PERFORM 1100-GET-GL-DATE THRU 1100-EXIT.
018500     PERFORM 1200-COUNT-TRANSOUT THRU 1200-EXIT.
018600     PERFORM 1300-CHECK-CERTIFICATE THRU 1300-EXIT.
018700
018800     OPEN INPUT GLMAP-FILE.
018900     IF WS-GLMAP-FS NOT = "00"
019000        DISPLAY "ERROR: UNABLE TO OPEN GLMAPMF - FILE STATUS "
019100           WS-GLMAP-FS
019200        MOVE 20 TO RETURN-CODE
019250        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
019300        STOP RUN
019400     END-IF.
019500     OPEN INPUT DEPT-MAST-FILE.
019600     IF WS-DEPT-MAST-FS = "00"
019700        SET WS-DEPT-MAST-OPEN TO TRUE
019800     ELSE
019900        DISPLAY "WARNING: UNABLE TO OPEN DEPTMF - FILE "
020000           "STATUS " WS-DEPT-MAST-FS
020100        DISPLAY "WARNING: DEPARTMENT NAMES WILL NOT BE PRINTED"
020200     END-IF.
020300     OPEN OUTPUT GL-OUT-FILE.
020400     IF WS-GL-OUT-FS NOT = "00"
020500        DISPLAY "ERROR: UNABLE TO OPEN GLJNL - FILE STATUS "
020600           WS-GL-OUT-FS
020700        MOVE 20 TO RETURN-CODE
020750        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
020800        STOP RUN
020900     END-IF.
021000     OPEN OUTPUT GL-LIST-FILE.
021100
021200     PERFORM 1500-WRITE-HEADER THRU 1500-EXIT.
021300     SORT SORT-FILE
021400        ON ASCENDING KEY CALC-DEPT OF SORT-REC
021500                         CALC-OP OF SORT-REC
021600        USING RESULT-IN-FILE
021700        OUTPUT PROCEDURE IS 2000-JOURNAL THRU 2000-EXIT.
021800     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
021900
022000     PERFORM 8000-GRAND-TOTALS THRU 8000-EXIT.
022100     CLOSE GL-OUT-FILE.
022200     CLOSE GL-LIST-FILE.
022300     CLOSE GLMAP-FILE.
022400     IF WS-DEPT-MAST-OPEN
022500        CLOSE DEPT-MAST-FILE
022600     END-IF.
022700
022800*    AN ENTRY WITH NO ACCOUNTS CANNOT GO TO THE LEDGER, AND A
022900*    JOURNAL MISSING ONE ENTRY WOULD LOAD SHORT - LEAVE THE
023000*    INTERFACE FILE EMPTY SO THE LOAD REJECTS IT
023100     IF JNL-CNT-UNMAPPED > ZERO
023200        OPEN OUTPUT GL-OUT-FILE
023300        CLOSE GL-OUT-FILE
023400        DISPLAY "GLJRNL: ENTRIES WITH NO GL MAPPING .: "
023500           JNL-CNT-UNMAPPED
023600        DISPLAY "GLJRNL: GL JOURNAL FILE NOT BUILT - MAP THE "
023700           "ACCOUNTS AND RERUN"
023800        MOVE 8 TO RETURN-CODE
023850        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
023900        STOP RUN
024000     END-IF.
024100     DISPLAY "GLJRNL: JOURNAL ENTRIES WRITTEN .....: "
024200        JNL-CNT-ENTRY.
024300     DISPLAY "GLJRNL: JOURNAL LINES WRITTEN .......: "
024400        JNL-CNT-LINE.
024500     MOVE ZERO TO RETURN-CODE.
024550     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
024600     STOP RUN.
024700*-----------------------------------------------------------*
024800 1100-GET-GL-DATE.
024900     ACCEPT WS-GL-DATE-ENV FROM ENVIRONMENT "GLDATE".
025000     IF WS-GL-DATE-ENV NOT = SPACES
025100        AND WS-GL-DATE-ENV NUMERIC
025200        MOVE WS-GL-DATE-ENV TO WS-GL-DATE
025300     ELSE
025400        MOVE WS-RUN-DATE TO WS-GL-DATE
025500     END-IF.
025600 1100-EXIT.
025700     EXIT.
025800*-----------------------------------------------------------*
025900*  COUNTS THE RESULTS FILE BEFORE HANDING IT TO THE SORT, SO    *
026000*  A MISSING FILE GETS A READABLE MESSAGE AND THE COUNT CAN BE  *
026100*  HELD AGAINST THE ONE EODBAL CERTIFIED.                       *
026200*-----------------------------------------------------------*
026300 1200-COUNT-TRANSOUT.
026400     OPEN INPUT RESULT-IN-FILE.
026500     IF WS-RESULT-IN-FS NOT = "00"
026600        DISPLAY "ERROR: UNABLE TO OPEN TRANSOUT - FILE STATUS "
026700           WS-RESULT-IN-FS
026800        MOVE 20 TO RETURN-CODE
026850        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
026900        STOP RUN
027000     END-IF.
027100     MOVE "N" TO WS-EOF-SW.
027200     PERFORM 1250-READ-TRANSOUT THRU 1250-EXIT.
027300     PERFORM 1250-READ-TRANSOUT THRU 1250-EXIT
027400         UNTIL WS-EOF.
027500     CLOSE RESULT-IN-FILE.
027600     MOVE "N" TO WS-EOF-SW.
027700 1200-EXIT.
027800     EXIT.
027900*-----------------------------------------------------------*
028000 1250-READ-TRANSOUT.
028100     READ RESULT-IN-FILE
028200        AT END
028300           SET WS-EOF TO TRUE
028400        NOT AT END
028500           ADD 1 TO WS-OUT-COUNT
028600     END-READ.
028700 1250-EXIT.
028800     EXIT.
028900*-----------------------------------------------------------*
029000*  THE JOURNAL DATE MUST HAVE AN EODBAL CERTIFICATE SAYING      *
029100*  THE DAY BALANCED, FOR THE TRANSOUT NOW ON HAND.              *
029200*-----------------------------------------------------------*
029300 1300-CHECK-CERTIFICATE.
029400     OPEN INPUT CERT-FILE.
029500     IF WS-CERT-FS NOT = "00"
029600        DISPLAY "GLJRNL: NO BALANCING CERTIFICATES ON FILE - "
029700           "FILE STATUS " WS-CERT-FS
029800        GO TO 1300-REFUSE
029900     END-IF.
030000     MOVE WS-GL-DATE TO EODC-BAL-DATE OF CERT-MF-REC.
030100     READ CERT-FILE
030200        INVALID KEY
030300           DISPLAY "GLJRNL: EODBAL HAS NOT BALANCED " WS-GL-DATE
030400           CLOSE CERT-FILE
030500           GO TO 1300-REFUSE
030600     END-READ.
030700     CLOSE CERT-FILE.
030800     IF NOT EODC-IN-BALANCE OF CERT-MF-REC
030900        DISPLAY "GLJRNL: EODBAL CERTIFIED " WS-GL-DATE
031000           " OUT OF BALANCE"
031100        GO TO 1300-REFUSE
031200     END-IF.
031300     IF EODC-OUT-TOTAL OF CERT-MF-REC NOT = WS-OUT-COUNT
031400        DISPLAY "GLJRNL: TRANSOUT HOLDS " WS-OUT-COUNT
031500           " RECORDS, EODBAL CERTIFIED "
031600           EODC-OUT-TOTAL OF CERT-MF-REC
031700        GO TO 1300-REFUSE
031800     END-IF.
031900     GO TO 1300-EXIT.
032000 1300-REFUSE.
032100     DISPLAY "GLJRNL: GL JOURNAL REFUSED FOR " WS-GL-DATE
032200        " - THE DAY IS NOT CERTIFIED IN BALANCE".
032300     MOVE 12 TO RETURN-CODE.
032350     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
032400     STOP RUN.
032500 1300-EXIT.
032600     EXIT.
032700*-----------------------------------------------------------*
032800 1500-WRITE-HEADER.
032900     MOVE SPACES TO GL-OUT-REC.
033000     SET GLJ-HEADER OF GL-OUT-REC TO TRUE.
033100     MOVE "CALCSYS" TO GLJH-SOURCE OF GL-OUT-REC.
033200     MOVE WS-GL-DATE TO GLJH-JOURNAL-DATE OF GL-OUT-REC.
033300     MOVE WS-RUN-DATE TO GLJH-CREATE-DATE OF GL-OUT-REC.
033400     MOVE WS-RUN-TIME TO GLJH-CREATE-TIME OF GL-OUT-REC.
033500     WRITE GL-OUT-REC.
033600 1500-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------*
033900 2000-JOURNAL.
034000     PERFORM 2100-RETURN-REC THRU 2100-EXIT.
034100     PERFORM 2200-PROCESS-REC THRU 2200-EXIT
034200         UNTIL WS-EOF.
034300     IF NOT WS-FIRST-REC
034400        PERFORM 2400-ENTRY-BREAK THRU 2400-EXIT
034500     END-IF.
034600 2000-EXIT.
034700     EXIT.
034800*-----------------------------------------------------------*
034900 2100-RETURN-REC.
035000     RETURN SORT-FILE
035100        AT END
035200           SET WS-EOF TO TRUE
035300     END-RETURN.
035400 2100-EXIT.
035500     EXIT.
035600*-----------------------------------------------------------*
035700*  ONLY POSTED WORK GOES TO THE LEDGER: SUCCESSES (O) AND       *
035800*  REVERSAL OFFSETS (V), WHICH CARRY THE NEGATED ORIGINAL       *
035900*  RESULT AND NET INTO THEIR CATEGORY'S ENTRY.                  *
036000*-----------------------------------------------------------*
036100 2200-PROCESS-REC.
036200     IF CALC-STATUS OF SORT-REC NOT = "O"
036300        AND CALC-STATUS OF SORT-REC NOT = "V"
036400        GO TO 2200-NEXT
036500     END-IF.
036600     IF WS-FIRST-REC
036700        MOVE CALC-DEPT OF SORT-REC TO WS-CURR-DEPT
036800        MOVE CALC-OP OF SORT-REC TO WS-CURR-CAT
036900        PERFORM 2500-DEPT-HEADING THRU 2500-EXIT
037000        MOVE "N" TO WS-FIRST-SW
037100     ELSE
037200        IF CALC-DEPT OF SORT-REC NOT = WS-CURR-DEPT
037300           PERFORM 2400-ENTRY-BREAK THRU 2400-EXIT
037400           MOVE CALC-DEPT OF SORT-REC TO WS-CURR-DEPT
037500           MOVE CALC-OP OF SORT-REC TO WS-CURR-CAT
037600           PERFORM 2500-DEPT-HEADING THRU 2500-EXIT
037700        ELSE
037800           IF CALC-OP OF SORT-REC NOT = WS-CURR-CAT
037900              PERFORM 2400-ENTRY-BREAK THRU 2400-EXIT
038000              MOVE CALC-OP OF SORT-REC TO WS-CURR-CAT
038100           END-IF
038200        END-IF
038300     END-IF.
038400
038500     PERFORM 2300-ACCUMULATE THRU 2300-EXIT.
038600 2200-NEXT.
038700     PERFORM 2100-RETURN-REC THRU 2100-EXIT.
038800 2200-EXIT.
038900     EXIT.
039000*-----------------------------------------------------------*
039100 2300-ACCUMULATE.
039200     ADD CALC-RE OF SORT-REC TO ENT-AMOUNT.
039300     IF CALC-OP OF SORT-REC = "+"
039400        ADD CALC-RE OF SORT-REC TO GRAND-TOTAL-ADD
039500     END-IF.
039600     IF CALC-STATUS OF SORT-REC = "V"
039700        ADD 1 TO ENT-CNT-REVERSED
039800        ADD 1 TO GRAND-CNT-REVERSED
039900        ADD CALC-RE OF SORT-REC TO GRAND-TOTAL-REV
040000        GO TO 2300-EXIT
040100     END-IF.
040200     ADD 1 TO ENT-CNT-OK.
040300     EVALUATE CALC-OP OF SORT-REC
040400        WHEN "+"
040500           ADD 1 TO GRAND-CNT-ADD
040600        WHEN "-"
040700           ADD 1 TO GRAND-CNT-SUB
040800        WHEN "*"
040900           ADD 1 TO GRAND-CNT-MUL
041000        WHEN "/"
041100           ADD 1 TO GRAND-CNT-DIV
041200        WHEN "%"
041300           ADD 1 TO GRAND-CNT-PCT
041400        WHEN "^"
041500           ADD 1 TO GRAND-CNT-POW
041600        WHEN "\"
041700           ADD 1 TO GRAND-CNT-IDIV
041800     END-EVALUATE.
041900 2300-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------*
042200*  END OF ONE DEPARTMENT AND CATEGORY: LISTS THE ENTRY AND,     *
042300*  WHEN IT IS MAPPED AND NOT ZERO, WRITES ITS DEBIT AND CREDIT  *
042400*  LINES. A NET CREDIT SWAPS THE TWO ACCOUNTS SO THE LEDGER     *
042500*  ALWAYS GETS A POSITIVE AMOUNT.                               *
042600*-----------------------------------------------------------*
042700 2400-ENTRY-BREAK.
042800     PERFORM 2600-FIND-MAPPING THRU 2600-EXIT.
042900     MOVE SPACES TO WS-RPT-LINE.
043000     MOVE WS-CURR-CAT TO WS-RPT-LINE (3:1).
043100     MOVE ENT-CNT-OK TO WS-EDIT-COUNT.
043200     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (5:11).
043300     MOVE ENT-CNT-REVERSED TO WS-EDIT-REV.
043400     MOVE WS-EDIT-REV TO WS-RPT-LINE (17:7).
043500     MOVE ENT-AMOUNT TO WS-EDIT-AMOUNT.
043600     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (25:15).
043700     IF NOT WS-MAP-FOUND
043800        ADD 1 TO JNL-CNT-UNMAPPED
043900        MOVE "*** NO GL MAPPING ***" TO WS-RPT-LINE (41:21)
044000        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
044100        GO TO 2400-CLEAR
044200     END-IF.
044300     IF ENT-AMOUNT = ZERO
044400        ADD 1 TO JNL-CNT-ZERO
044500        MOVE "NET ZERO - NO ENTRY" TO WS-RPT-LINE (41:19)
044600        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
044700        GO TO 2400-CLEAR
044800     END-IF.
044900     IF ENT-AMOUNT < ZERO
045000        MOVE GLM-CR-ACCT OF GLMAP-MF-REC TO WS-ENT-DR-ACCT
045100        MOVE GLM-DR-ACCT OF GLMAP-MF-REC TO WS-ENT-CR-ACCT
045200        COMPUTE WS-ENT-ABS = ZERO - ENT-AMOUNT
045300     ELSE
045400        MOVE GLM-DR-ACCT OF GLMAP-MF-REC TO WS-ENT-DR-ACCT
045500        MOVE GLM-CR-ACCT OF GLMAP-MF-REC TO WS-ENT-CR-ACCT
045600        MOVE ENT-AMOUNT TO WS-ENT-ABS
045700     END-IF.
045800     MOVE GLM-DESC OF GLMAP-MF-REC TO WS-ENT-DESC.
045900     ADD 1 TO JNL-CNT-ENTRY.
046000     MOVE JNL-CNT-ENTRY TO WS-ENT-NO.
046100     MOVE WS-ENT-DR-ACCT TO WS-RPT-LINE (41:12).
046200     MOVE WS-ENT-CR-ACCT TO WS-RPT-LINE (54:12).
046300     MOVE WS-ENT-NO TO WS-EDIT-ENTRY.
046400     MOVE WS-EDIT-ENTRY TO WS-RPT-LINE (67:6).
046500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
046600
046700     MOVE SPACES TO GL-OUT-REC.
046800     SET GLJ-DETAIL OF GL-OUT-REC TO TRUE.
046900     MOVE WS-ENT-NO TO GLJD-ENTRY-NO OF GL-OUT-REC.
047000     MOVE WS-ENT-DR-ACCT TO GLJD-ACCOUNT OF GL-OUT-REC.
047100     SET GLJD-DEBIT OF GL-OUT-REC TO TRUE.
047200     MOVE WS-ENT-ABS TO GLJD-AMOUNT OF GL-OUT-REC.
047300     MOVE WS-CURR-DEPT TO GLJD-DEPT OF GL-OUT-REC.
047400     MOVE WS-CURR-CAT TO GLJD-CATEGORY OF GL-OUT-REC.
047500     COMPUTE GLJD-TXN-COUNT OF GL-OUT-REC =
047600        ENT-CNT-OK + ENT-CNT-REVERSED.
047700     MOVE WS-ENT-DESC TO GLJD-DESC OF GL-OUT-REC.
047800     WRITE GL-OUT-REC.
047900     ADD 1 TO JNL-CNT-LINE.
048000     ADD WS-ENT-ABS TO JNL-TOTAL-DEBIT.
048100     MOVE WS-ENT-CR-ACCT TO GLJD-ACCOUNT OF GL-OUT-REC.
048200     SET GLJD-CREDIT OF GL-OUT-REC TO TRUE.
048300     WRITE GL-OUT-REC.
048400     ADD 1 TO JNL-CNT-LINE.
048500     ADD WS-ENT-ABS TO JNL-TOTAL-CREDIT.
048600 2400-CLEAR.
048700     MOVE ZERO TO ENT-CNT-OK.
048800     MOVE ZERO TO ENT-CNT-REVERSED.
048900     MOVE ZERO TO ENT-AMOUNT.
049000 2400-EXIT.
049100     EXIT.
049200*-----------------------------------------------------------*
049300 2500-DEPT-HEADING.
049400     MOVE SPACES TO WS-RPT-LINE.
049500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
049600     MOVE "DEPARTMENT" TO WS-RPT-LINE (1:10).
049700     MOVE WS-CURR-DEPT TO WS-RPT-LINE (12:4).
049800     PERFORM 2700-LOOKUP-DEPT-NAME THRU 2700-EXIT.
049900     MOVE WS-DEPT-NAME TO WS-RPT-LINE (18:30).
050000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
050100 2500-EXIT.
050200     EXIT.
050300*-----------------------------------------------------------*
050400*  THE MOST SPECIFIC MAPPING WINS: DEPARTMENT AND CATEGORY,     *
050500*  THEN THE DEPARTMENT'S DEFAULT, THEN "*ALL" AND CATEGORY,     *
050600*  THEN THE "*ALL" DEFAULT.                                     *
050700*-----------------------------------------------------------*
050800 2600-FIND-MAPPING.
050900     MOVE "N" TO WS-MAP-FOUND-SW.
051000     MOVE WS-CURR-DEPT TO GLM-DEPT OF GLMAP-MF-REC.
051100     MOVE WS-CURR-CAT TO GLM-CATEGORY OF GLMAP-MF-REC.
051200     PERFORM 2650-READ-MAPPING THRU 2650-EXIT.
051300     IF WS-MAP-FOUND
051400        GO TO 2600-EXIT
051500     END-IF.
051600     MOVE SPACE TO GLM-CATEGORY OF GLMAP-MF-REC.
051700     PERFORM 2650-READ-MAPPING THRU 2650-EXIT.
051800     IF WS-MAP-FOUND
051900        GO TO 2600-EXIT
052000     END-IF.
052100     MOVE "*ALL" TO GLM-DEPT OF GLMAP-MF-REC.
052200     MOVE WS-CURR-CAT TO GLM-CATEGORY OF GLMAP-MF-REC.
052300     PERFORM 2650-READ-MAPPING THRU 2650-EXIT.
052400     IF WS-MAP-FOUND
052500        GO TO 2600-EXIT
052600     END-IF.
052700     MOVE SPACE TO GLM-CATEGORY OF GLMAP-MF-REC.
052800     PERFORM 2650-READ-MAPPING THRU 2650-EXIT.
052900 2600-EXIT.
053000     EXIT.
053100*-----------------------------------------------------------*
053200 2650-READ-MAPPING.
053300     READ GLMAP-FILE
053400        INVALID KEY
053500           CONTINUE
053600        NOT INVALID KEY
053700           SET WS-MAP-FOUND TO TRUE
053800     END-READ.
053900 2650-EXIT.
054000     EXIT.
054100*-----------------------------------------------------------*
054200*  LOOKS THE CURRENT DEPARTMENT UP ON THE DEPARTMENT MASTER     *
054300*  FOR THE HEADING. A CODE NOT ON THE MASTER - A PHANTOM        *
054400*  DEPARTMENT - IS FLAGGED AS SUCH.                             *
054500*-----------------------------------------------------------*
054600 2700-LOOKUP-DEPT-NAME.
054700     MOVE SPACES TO WS-DEPT-NAME.
054800     IF NOT WS-DEPT-MAST-OPEN
054900        GO TO 2700-EXIT
055000     END-IF.
055100     MOVE WS-CURR-DEPT TO DEPT-CODE OF DEPT-MF-REC.
055200     READ DEPT-MAST-FILE
055300        INVALID KEY
055400           MOVE "*NOT ON MASTER*" TO WS-DEPT-NAME
055500        NOT INVALID KEY
055600           MOVE DEPT-NAME OF DEPT-MF-REC TO WS-DEPT-NAME
055700     END-READ.
055800 2700-EXIT.
055900     EXIT.
056000*-----------------------------------------------------------*
056100 2900-WRITE-TRAILER.
056200     MOVE SPACES TO GL-OUT-REC.
056300     SET GLJ-TRAILER OF GL-OUT-REC TO TRUE.
056400     MOVE JNL-CNT-ENTRY TO GLJT-ENTRY-COUNT OF GL-OUT-REC.
056500     MOVE JNL-CNT-LINE TO GLJT-LINE-COUNT OF GL-OUT-REC.
056600     MOVE JNL-TOTAL-DEBIT TO GLJT-TOTAL-DEBIT OF GL-OUT-REC.
056700     MOVE JNL-TOTAL-CREDIT TO GLJT-TOTAL-CREDIT OF GL-OUT-REC.
056800     WRITE GL-OUT-REC.
056900 2900-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------*
057200 3000-WRITE-LINE.
057300     IF WS-LINE-COUNT > WS-PAGE-LIMIT
057400        PERFORM 3100-PAGE-HEADING THRU 3100-EXIT
057500     END-IF.
057600     MOVE WS-RPT-LINE TO GL-LIST-REC.
057700     WRITE GL-LIST-REC.
057800     ADD 1 TO WS-LINE-COUNT.
057900     MOVE SPACES TO WS-RPT-LINE.
058000 3000-EXIT.
058100     EXIT.
058200*-----------------------------------------------------------*
058300 3100-PAGE-HEADING.
058400     ADD 1 TO WS-PAGE-COUNT.
058500     MOVE SPACES TO GL-LIST-REC.
058600     MOVE "GL JOURNAL LISTING" TO GL-LIST-REC.
058700     MOVE "JOURNAL DATE" TO GL-LIST-REC (33:12).
058800     MOVE WS-GL-DATE TO GL-LIST-REC (46:8).
058900     MOVE "PAGE" TO GL-LIST-REC (60:4).
059000     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
059100     MOVE WS-EDIT-PAGE TO GL-LIST-REC (65:5).
059200     WRITE GL-LIST-REC.
059300     MOVE SPACES TO GL-LIST-REC.
059400     MOVE "CAT" TO GL-LIST-REC (2:3).
059500     MOVE "POSTED" TO GL-LIST-REC (10:6).
059600     MOVE "REVERSED" TO GL-LIST-REC (16:8).
059700     MOVE "NET AMOUNT" TO GL-LIST-REC (30:10).
059800     MOVE "DEBIT" TO GL-LIST-REC (41:5).
059900     MOVE "CREDIT" TO GL-LIST-REC (54:6).
060000     MOVE "ENTRY" TO GL-LIST-REC (68:5).
060100     WRITE GL-LIST-REC.
060200     MOVE SPACES TO GL-LIST-REC.
060300     WRITE GL-LIST-REC.
060400     MOVE 3 TO WS-LINE-COUNT.
060500 3100-EXIT.
060600     EXIT.
060700*-----------------------------------------------------------*
060800*  CONTROL TOTALS. THE FIRST BLOCK CARRIES THE DEPTRPT GRAND    *
060900*  TOTALS LABELS AND MUST AGREE WITH THAT REPORT LINE FOR       *
061000*  LINE; THE SECOND PROVES THE JOURNAL BALANCES.                *
061100*-----------------------------------------------------------*
061200 8000-GRAND-TOTALS.
061300     MOVE 99 TO WS-LINE-COUNT.
061400     MOVE "CROSS-FOOT TO DEPTRPT GRAND TOTALS" TO WS-RPT-LINE.
061500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
061600     MOVE "  ADDITIONS (+) .....:" TO WS-RPT-LINE.
061700     MOVE GRAND-CNT-ADD TO WS-EDIT-COUNT.
061800     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
061900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
062000     MOVE "  SUBTRACTIONS (-) ..:" TO WS-RPT-LINE.
062100     MOVE GRAND-CNT-SUB TO WS-EDIT-COUNT.
062200     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
062300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
062400     MOVE "  MULTIPLICATIONS (*):" TO WS-RPT-LINE.
062500     MOVE GRAND-CNT-MUL TO WS-EDIT-COUNT.
062600     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
062700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
062800     MOVE "  DIVISIONS (/) .....:" TO WS-RPT-LINE.
062900     MOVE GRAND-CNT-DIV TO WS-EDIT-COUNT.
063000     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
063100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
063200     MOVE "  PERCENTAGES (%) ...:" TO WS-RPT-LINE.
063300     MOVE GRAND-CNT-PCT TO WS-EDIT-COUNT.
063400     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
063500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
063600     MOVE "  POWERS (^) ........:" TO WS-RPT-LINE.
063700     MOVE GRAND-CNT-POW TO WS-EDIT-COUNT.
063800     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
063900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
064000     MOVE "  INTEGER DIVIDES (\):" TO WS-RPT-LINE.
064100     MOVE GRAND-CNT-IDIV TO WS-EDIT-COUNT.
064200     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
064300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
064400     MOVE "  REVERSALS .........:" TO WS-RPT-LINE.
064500     MOVE GRAND-CNT-REVERSED TO WS-EDIT-COUNT.
064600     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
064700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
064800     MOVE "  VALUE REVERSED ....:" TO WS-RPT-LINE.
064900     MOVE GRAND-TOTAL-REV TO WS-EDIT-AMOUNT.
065000     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (24:15).
065100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
065200     MOVE "  TOTAL OF ADDITIONS :" TO WS-RPT-LINE.
065300     MOVE GRAND-TOTAL-ADD TO WS-EDIT-AMOUNT.
065400     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (24:15).
065500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
065600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
065700
065800     MOVE "JOURNAL CONTROL TOTALS" TO WS-RPT-LINE.
065900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
066000     MOVE "  JOURNAL ENTRIES ...:" TO WS-RPT-LINE.
066100     MOVE JNL-CNT-ENTRY TO WS-EDIT-COUNT.
066200     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
066300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
066400     MOVE "  JOURNAL LINES .....:" TO WS-RPT-LINE.
066500     MOVE JNL-CNT-LINE TO WS-EDIT-COUNT.
066600     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
066700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
066800     MOVE "  NET ZERO, NO ENTRY :" TO WS-RPT-LINE.
066900     MOVE JNL-CNT-ZERO TO WS-EDIT-COUNT.
067000     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
067100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
067200     MOVE "  NO GL MAPPING .....:" TO WS-RPT-LINE.
067300     MOVE JNL-CNT-UNMAPPED TO WS-EDIT-COUNT.
067400     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (24:11).
067500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
067600     MOVE "  TOTAL DEBITS ......:" TO WS-RPT-LINE.
067700     MOVE JNL-TOTAL-DEBIT TO WS-EDIT-TOTAL.
067800     MOVE WS-EDIT-TOTAL TO WS-RPT-LINE (24:16).
067900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
068000     MOVE "  TOTAL CREDITS .....:" TO WS-RPT-LINE.
068100     MOVE JNL-TOTAL-CREDIT TO WS-EDIT-TOTAL.
068200     MOVE WS-EDIT-TOTAL TO WS-RPT-LINE (24:16).
068300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
068400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
068500     IF JNL-CNT-UNMAPPED > ZERO
068600        MOVE "GL JOURNAL FILE NOT BUILT - UNMAPPED ENTRIES"
068700           TO WS-RPT-LINE
068800     ELSE
068900        IF JNL-TOTAL-DEBIT = JNL-TOTAL-CREDIT
069000           MOVE "THE JOURNAL IS BALANCED" TO WS-RPT-LINE
069100        ELSE
069200           MOVE "THE JOURNAL IS OUT OF BALANCE" TO WS-RPT-LINE
069300        END-IF
069400     END-IF.
069500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
069600 8000-EXIT.
069700     EXIT.
069800*-----------------------------------------------------------*
069805*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
069810*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
069815*-----------------------------------------------------------*
069820 9900-WRITE-RUN-LOG.
069825     MOVE WS-OUT-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
069830     MOVE JNL-CNT-LINE TO RLG-OUT-COUNT OF WS-RUN-LOG.
069835     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
069840     CALL "RUNLOGW" USING WS-RUN-LOG.
069845     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
069850 9900-EXIT.
069855     EXIT.
069860*-----------------------------------------------------------*
069900 END PROGRAM GLJRNL.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTEGCHK.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  INTEGCHK - WEEKLY CROSS-MASTER REFERENTIAL INTEGRITY AUDIT. *
000900*  THE KEYED MASTERS ARE MAINTAINED INDEPENDENTLY AND DRIFT    *
001000*  OUT OF STEP. THIS STEP CROSS-CHECKS THE RESULTS MASTER      *
001100*  (RESULTMF), SUSPENSE MASTER (SUSPMF), TEMPLATE MASTER       *
001200*  (TMPLMF), OPERATOR PROFILES (OPERMF) AND RATES TABLE        *
001300*  (RATEMF) AGAINST THE DEPARTMENT MASTER (DEPTMF) AND EACH    *
001400*  OTHER, AND PRINTS EVERY EXCEPTION (INTEGRPT) UNDER THE      *
001500*  RULE IT BREAKS, THEN THE COUNTS BY RULE AND BY DEPARTMENT:  *
001600*      1 - RESULT ON A DEPARTMENT NOT ON DEPTMF       (ORPHAN) *
001700*      2 - SUSPENSE ITEM ON A DEPARTMENT NOT ON DEPTMF(ORPHAN) *
001800*      3 - OPEN SUSPENSE ITEM POSTED GOOD SINCE REJECT(ORPHAN) *
001900*      4 - TEMPLATE ON A DEPARTMENT NOT ON DEPTMF     (ORPHAN) *
002000*      5 - TEMPLATE ON AN INACTIVE DEPARTMENT        (WARNING) *
002100*      6 - OPERATOR SCOPE NAMES A MISSING DEPARTMENT  (ORPHAN) *
002200*      7 - RATE ENTRY WITH AN UNUSABLE VALUE OR DATE (WARNING) *
002300*  ANY ORPHAN ENDS THE RUN WITH RETURN-CODE 8 SO THEY ARE      *
002400*  CLEANED UP BEFORE MONTH-END; WARNINGS ALONE END IT WITH 4.  *
002500*  RESULTMF AND DEPTMF MUST OPEN (RETURN-CODE 20); A MISSING   *
002600*  SUSPMF, TMPLMF, OPERMF OR RATEMF IS WARNED ABOUT AND ITS    *
002700*  RULES ARE REPORTED AS NOT CHECKED. THE FIRST 500 EXCEPTIONS *
002800*  OF EACH RULE ARE LISTED; ALL OF THEM ARE COUNTED.           *
002900*-----------------------------------------------------------*
003000*  MODIFICATION HISTORY
003100*  2026-10-15 MWF  INITIAL VERSION.
003120*  2026-10-15 MWF  RULE 3 NOW COUNTS ONLY A GOOD POSTING (STATUS
003140*                  O OR V) DATED ON OR AFTER THE SUSPENSE ITEM'S
003160*                  REJECT DATE; THE REJECT'S OWN RESULTMF ENTRY
003180*                  AND THE ORIGINAL A D OR N REJECT NAMES ARE NOT
003190*                  ORPHANS.
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RESULT-FILE ASSIGN TO "RESULTMF"
003700            ORGANIZATION IS INDEXED
003800            ACCESS MODE IS DYNAMIC
003900            RECORD KEY IS RES-ID
004000            FILE STATUS IS WS-RESULT-FS.
004100
004200     SELECT DEPT-FILE ASSIGN TO "DEPTMF"
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE IS RANDOM
004500            RECORD KEY IS DEPT-CODE
004600            FILE STATUS IS WS-DEPT-FS.
004700
004800     SELECT SUSP-FILE ASSIGN TO "SUSPMF"
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE IS SEQUENTIAL
005100            RECORD KEY IS SUS-ID
005200            FILE STATUS IS WS-SUSP-FS.
005300
005400     SELECT TEMPLATE-FILE ASSIGN TO "TMPLMF"
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS SEQUENTIAL
005700            RECORD KEY IS TPL-ID
005800            FILE STATUS IS WS-TMPL-FS.
005900
006000     SELECT OPER-FILE ASSIGN TO "OPERMF"
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS SEQUENTIAL
006300            RECORD KEY IS OPR-ID
006400            FILE STATUS IS WS-OPER-FS.
006500
006600     SELECT RATE-FILE ASSIGN TO "RATEMF"
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS SEQUENTIAL
006900            RECORD KEY IS RATE-CODE
007000            FILE STATUS IS WS-RATE-FS.
007100
007200     SELECT INTEG-RPT-FILE ASSIGN TO "INTEGRPT"
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS IS WS-INTEG-RPT-FS.
007500*-----------------------------------------------------------*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  RESULT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RESULTREC REPLACING ==RESULT-RECORD==
008100            BY ==RESULT-MF-REC==.
008200 FD  DEPT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DEPTREC REPLACING ==DEPARTMENT-RECORD==
008500            BY ==DEPT-MF-REC==.
008600 FD  SUSP-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY SUSPREC REPLACING ==SUSPENSE-RECORD==
008900            BY ==SUSP-MF-REC==.
009000 FD  TEMPLATE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY TMPLREC REPLACING ==TEMPLATE-RECORD==
009300            BY ==TEMPLATE-MF-REC==.
009400 FD  OPER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY OPERREC REPLACING ==OPERATOR-RECORD==
009700            BY ==OPER-MF-REC==.
009800 FD  RATE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY RATEREC REPLACING ==RATE-RECORD==
010100            BY ==RATE-MF-REC==.
010200 FD  INTEG-RPT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  INTEG-RPT-REC                     PIC X(80).
010500*-----------------------------------------------------------*
010600 WORKING-STORAGE SECTION.
010700 77  WS-EOF-SW                         PIC X(01) VALUE "N".
010800     88  WS-EOF                              VALUE "Y".
010900 77  WS-RESULT-FS                      PIC X(02) VALUE "00".
011000 77  WS-DEPT-FS                        PIC X(02) VALUE "00".
011100 77  WS-SUSP-FS                        PIC X(02) VALUE "00".
011200 77  WS-TMPL-FS                        PIC X(02) VALUE "00".
011300 77  WS-OPER-FS                        PIC X(02) VALUE "00".
011400 77  WS-RATE-FS                        PIC X(02) VALUE "00".
011500 77  WS-INTEG-RPT-FS                   PIC X(02) VALUE "00".
011600 77  WS-DEPT-FOUND-SW                  PIC X(01) VALUE "N".
011700     88  WS-DEPT-FOUND                       VALUE "Y".
011800 77  WS-RESULT-FOUND-SW                PIC X(01) VALUE "N".
011900     88  WS-RESULT-FOUND                     VALUE "Y".
012000 77  WS-PASS-OPEN-SW                   PIC X(01) VALUE "N".
012100     88  WS-PASS-OPEN                        VALUE "Y".
012200 77  WS-REC-COUNT                      PIC 9(09) COMP VALUE ZERO.
012300 77  WS-CNT-EXCEPTIONS                 PIC 9(09) COMP VALUE ZERO.
012400 77  WS-CNT-ORPHANS                    PIC 9(09) COMP VALUE ZERO.
012500 77  WS-CNT-WARNINGS                   PIC 9(09) COMP VALUE ZERO.
012600 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
012700
012800*    THE RULE BEING CHECKED AND THE EXCEPTION BEING RECORDED
012900 77  WS-RULE                           PIC 9(01) VALUE ZERO.
013000 77  WS-RX                             PIC 9(01) COMP VALUE ZERO.
013100 77  WS-EXC-SUBJECT                    PIC X(10) VALUE SPACES.
013200 77  WS-EXC-DEPT                       PIC X(04) VALUE SPACES.
013300 77  WS-EXC-INFO                       PIC X(50) VALUE SPACES.
013400 77  WS-OX                             PIC 9(01) COMP VALUE ZERO.
013500 77  WS-OX-DISP                        PIC 9(01) VALUE ZERO.
013600 77  WS-DETAIL-MAX                     PIC 9(05) COMP VALUE 500.
013700
013800*    RULE TITLES, AND WHETHER A BREACH IS AN ORPHAN (RETURN-
013900*    CODE 8) OR A WARNING (RETURN-CODE 4)
014000 01  WS-RULE-VALUES.
014100     05  FILLER                        PIC X(49) VALUE
014200         "ORESULT ON A DEPARTMENT NOT ON DEPTMF".
014300     05  FILLER                        PIC X(49) VALUE
014400         "OSUSPENSE ITEM ON A DEPARTMENT NOT ON DEPTMF".
014500     05  FILLER                        PIC X(49) VALUE
014600         "OOPEN SUSPENSE ITEM POSTED GOOD SINCE ITS REJECT".
014700     05  FILLER                        PIC X(49) VALUE
014800         "OTEMPLATE ON A DEPARTMENT NOT ON DEPTMF".
014900     05  FILLER                        PIC X(49) VALUE
015000         "WTEMPLATE ON AN INACTIVE DEPARTMENT".
015100     05  FILLER                        PIC X(49) VALUE
015200         "OOPERATOR SCOPE NAMES A DEPARTMENT NOT ON DEPTMF".
015300     05  FILLER                        PIC X(49) VALUE
015400         "WRATE ENTRY WITH AN UNUSABLE VALUE OR DATE".
015500 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
015600     05  WS-RULE-ENTRY OCCURS 7 TIMES.
015700         10  WS-RULE-KIND              PIC X(01).
015800             88  WS-RULE-ORPHAN              VALUE "O".
015900         10  WS-RULE-TITLE             PIC X(48).
016000 01  WS-RULE-COUNTS.
016100     05  WS-RULE-COUNT OCCURS 7 TIMES  PIC 9(09) COMP.
016200 01  WS-RULE-CHECKED.
016300     05  WS-RULE-DONE OCCURS 7 TIMES   PIC X(01).
016400
016500*    EXCEPTION COUNTS BY DEPARTMENT AND RULE. A RATE ENTRY
016600*    BELONGS TO NO DEPARTMENT AND IS COUNTED UNDER "*ALL".
016700*    OVERFLOW BEYOND 200 DEPARTMENTS IS COUNTED UNDER THE
016800*    LAST ENTRY RATHER THAN DROPPED.
016900 77  WS-DEPT-MAX                       PIC 9(03) COMP VALUE 200.
017000 77  WS-DEPT-USED                      PIC 9(03) COMP VALUE ZERO.
017100 77  WS-DX                             PIC 9(03) COMP VALUE ZERO.
017200 77  WS-DT-FOUND-SW                    PIC X(01) VALUE "N".
017300     88  WS-DT-FOUND                         VALUE "Y".
017400 01  WS-DEPT-TABLE.
017500     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
017600         10  WS-DT-DEPT                PIC X(04).
017700         10  WS-DT-COUNT OCCURS 7 TIMES
017800                                       PIC 9(07) COMP.
017900
018000*    WORK COPY OF A DATE, SPLIT FOR THE RANGE EDIT
018100 01  WS-EDIT-DATE                      PIC 9(08) VALUE ZERO.
018200 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
018300     05  FILLER                        PIC 9(04).
018400     05  WS-EDIT-DATE-MM               PIC 9(02).
018500     05  WS-EDIT-DATE-DD               PIC 9(02).
018600
018700*    PRINT LINE WORK FIELDS
018800 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
018900 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
019000 77  WS-PAGE-LIMIT                     PIC 9(03) COMP VALUE 55.
019100 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
019200 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
019300 01  WS-EDIT-SMALL                     PIC ZZZZZZ9.
019400 01  WS-EDIT-PAGE                      PIC ZZZZ9.
019500
019600*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
019700     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
019800*-----------------------------------------------------------*
019900 PROCEDURE DIVISION.
020000*-----------------------------------------------------------*
020100 0000-MAINLINE.
020200     MOVE SPACES TO WS-RUN-LOG.
020300     MOVE "INTEGCHK" TO RLG-PROGRAM OF WS-RUN-LOG.
020400     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
020500     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
020600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020700     MOVE ZERO TO WS-RULE-COUNTS.
020800     MOVE ALL "N" TO WS-RULE-CHECKED.
020900
021000     OPEN INPUT DEPT-FILE.
021100     IF WS-DEPT-FS NOT = "00"
021200        DISPLAY "ERROR: UNABLE TO OPEN DEPTMF - FILE STATUS "
021300           WS-DEPT-FS
021400        MOVE 20 TO RETURN-CODE
021500        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
021600        STOP RUN
021700     END-IF.
021800     OPEN INPUT RESULT-FILE.
021900     IF WS-RESULT-FS NOT = "00"
022000        DISPLAY "ERROR: UNABLE TO OPEN RESULTMF - FILE STATUS "
022100           WS-RESULT-FS
022200        CLOSE DEPT-FILE
022300        MOVE 20 TO RETURN-CODE
022400        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
022500        STOP RUN
022600     END-IF.
022700     OPEN OUTPUT INTEG-RPT-FILE.
022800
022900     PERFORM 2000-RESULT-PASS THRU 2000-EXIT.
023000     MOVE 2 TO WS-RULE.
023100     PERFORM 2200-SUSPENSE-PASS THRU 2200-EXIT.
023200     MOVE 3 TO WS-RULE.
023300     PERFORM 2200-SUSPENSE-PASS THRU 2200-EXIT.
023400     MOVE 4 TO WS-RULE.
023500     PERFORM 2400-TEMPLATE-PASS THRU 2400-EXIT.
023600     MOVE 5 TO WS-RULE.
023700     PERFORM 2400-TEMPLATE-PASS THRU 2400-EXIT.
023800     PERFORM 2600-OPERATOR-PASS THRU 2600-EXIT.
023900     PERFORM 2800-RATE-PASS THRU 2800-EXIT.
024000
024100     PERFORM 8000-RULE-SUMMARY THRU 8000-EXIT.
024200     PERFORM 8200-DEPT-SUMMARY THRU 8200-EXIT.
024300     CLOSE RESULT-FILE.
024400     CLOSE DEPT-FILE.
024500     CLOSE INTEG-RPT-FILE.
024600
024700     DISPLAY "INTEGCHK: MASTER RECORDS READ : " WS-REC-COUNT.
024800     DISPLAY "INTEGCHK: ORPHANS FOUND ......: " WS-CNT-ORPHANS.
024900     DISPLAY "INTEGCHK: WARNINGS ...........: " WS-CNT-WARNINGS.
025000     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
025100     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
025200     STOP RUN.
025300*-----------------------------------------------------------*
025400*  RULE 1: EVERY RESULT'S DEPARTMENT MUST BE ON DEPTMF.        *
025500*-----------------------------------------------------------*
025600 2000-RESULT-PASS.
025700     MOVE 1 TO WS-RULE.
025800     PERFORM 4300-RULE-HEADING THRU 4300-EXIT.
025900     MOVE "Y" TO WS-RULE-DONE (WS-RULE).
026000     MOVE "N" TO WS-EOF-SW.
026100     PERFORM 2050-READ-RESULT THRU 2050-EXIT.
026200     PERFORM 2100-CHECK-RESULT THRU 2100-EXIT
026300        UNTIL WS-EOF.
026400     PERFORM 4400-RULE-FOOTING THRU 4400-EXIT.
026500 2000-EXIT.
026600     EXIT.
026700*-----------------------------------------------------------*
026800 2050-READ-RESULT.
026900     READ RESULT-FILE NEXT RECORD
027000        AT END
027100           SET WS-EOF TO TRUE
027200        NOT AT END
027300           ADD 1 TO WS-REC-COUNT
027400     END-READ.
027500 2050-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------*
027800 2100-CHECK-RESULT.
027900     MOVE RES-DEPT OF RESULT-MF-REC TO WS-EXC-DEPT.
028000     PERFORM 4000-LOOKUP-DEPT THRU 4000-EXIT.
028100     IF NOT WS-DEPT-FOUND
028200        MOVE RES-ID OF RESULT-MF-REC TO WS-EXC-SUBJECT
028300        MOVE SPACES TO WS-EXC-INFO
028400        STRING "POSTED " RES-PROC-DATE OF RESULT-MF-REC
028500               "  STATUS " RES-STATUS OF RESULT-MF-REC
028600               DELIMITED BY SIZE INTO WS-EXC-INFO
028700        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
028800     END-IF.
028900     PERFORM 2050-READ-RESULT THRU 2050-EXIT.
029000 2100-EXIT.
029100     EXIT.
029200*-----------------------------------------------------------*
029300*  RULE 2: EVERY SUSPENSE ITEM'S DEPARTMENT MUST BE ON DEPTMF. *
029400*  RULE 3: AN OPEN SUSPENSE ITEM MUST NOT HAVE A GOOD POSTING  *
029450*  (STATUS O OR V) ON RESULTMF DATED ON OR AFTER ITS REJECT -  *
029500*  IT WAS RESUBMITTED AND POSTED BUT NEVER CLEARED. THE        *
029520*  REJECT'S OWN ENTRY (STATUS Z, B, S, R OR J) AND THE         *
029540*  EARLIER ORIGINAL A D OR N REJECT NAMES DO NOT COUNT.        *
029600*  ONE PASS OF SUSPMF PER RULE, SO EACH RULE LISTS TOGETHER.   *
029700*-----------------------------------------------------------*
029800 2200-SUSPENSE-PASS.
029900     PERFORM 4300-RULE-HEADING THRU 4300-EXIT.
030000     MOVE "N" TO WS-PASS-OPEN-SW.
030100     OPEN INPUT SUSP-FILE.
030200     IF WS-SUSP-FS NOT = "00"
030300        DISPLAY "WARNING: UNABLE TO OPEN SUSPMF - FILE STATUS "
030400           WS-SUSP-FS
030500        MOVE "  SUSPMF NOT AVAILABLE - RULE NOT CHECKED"
030600           TO WS-RPT-LINE
030700        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
030800        GO TO 2200-EXIT
030900     END-IF.
031000     MOVE "Y" TO WS-RULE-DONE (WS-RULE).
031100     MOVE "N" TO WS-EOF-SW.
031200     PERFORM 2250-READ-SUSPENSE THRU 2250-EXIT.
031300     PERFORM 2300-CHECK-SUSPENSE THRU 2300-EXIT
031400        UNTIL WS-EOF.
031500     CLOSE SUSP-FILE.
031600     PERFORM 4400-RULE-FOOTING THRU 4400-EXIT.
031700 2200-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------*
032000 2250-READ-SUSPENSE.
032100     READ SUSP-FILE
032200        AT END
032300           SET WS-EOF TO TRUE
032400        NOT AT END
032500           ADD 1 TO WS-REC-COUNT
032600     END-READ.
032700 2250-EXIT.
032800     EXIT.
032900*-----------------------------------------------------------*
033000 2300-CHECK-SUSPENSE.
033100     MOVE SUS-ID OF SUSP-MF-REC TO WS-EXC-SUBJECT.
033200     MOVE SUS-DEPT OF SUSP-MF-REC TO WS-EXC-DEPT.
033300     IF WS-RULE = 2
033400        PERFORM 4000-LOOKUP-DEPT THRU 4000-EXIT
033500        IF NOT WS-DEPT-FOUND
033600           MOVE SPACES TO WS-EXC-INFO
033700           STRING "REJECTED " SUS-REJ-DATE OF SUSP-MF-REC
033800                  "  STATUS " SUS-STATUS OF SUSP-MF-REC
033900                  DELIMITED BY SIZE INTO WS-EXC-INFO
034000           PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
034100        END-IF
034200        GO TO 2300-NEXT
034300     END-IF.
034400     IF NOT SUS-OPEN OF SUSP-MF-REC
034500        GO TO 2300-NEXT
034600     END-IF.
034700     MOVE SUS-ID OF SUSP-MF-REC TO RES-ID OF RESULT-MF-REC.
034800     MOVE "N" TO WS-RESULT-FOUND-SW.
034900     READ RESULT-FILE
035000        INVALID KEY
035100           CONTINUE
035200        NOT INVALID KEY
035300           SET WS-RESULT-FOUND TO TRUE
035400     END-READ.
035500     IF WS-RESULT-FOUND
035520        AND (RES-STATUS OF RESULT-MF-REC = "O" OR "V")
035540        AND RES-PROC-DATE OF RESULT-MF-REC
035560            NOT < SUS-REJ-DATE OF SUSP-MF-REC
035600        MOVE SPACES TO WS-EXC-INFO
035700        STRING "REJECTED " SUS-REJ-DATE OF SUSP-MF-REC
035800               "  POSTED " RES-PROC-DATE OF RESULT-MF-REC
035900               DELIMITED BY SIZE INTO WS-EXC-INFO
036000        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
036100     END-IF.
036200
036300 2300-NEXT.
036400     PERFORM 2250-READ-SUSPENSE THRU 2250-EXIT.
036500 2300-EXIT.
036600     EXIT.
036700*-----------------------------------------------------------*
036800*  RULE 4: EVERY TEMPLATE'S DEPARTMENT MUST BE ON DEPTMF.      *
036900*  RULE 5: AND SHOULD BE ACTIVE - TMPLGEN WOULD OTHERWISE      *
037000*  KEEP GENERATING WORK THE EDIT STEP REJECTS.                 *
037100*-----------------------------------------------------------*
037200 2400-TEMPLATE-PASS.
037300     PERFORM 4300-RULE-HEADING THRU 4300-EXIT.
037400     OPEN INPUT TEMPLATE-FILE.
037500     IF WS-TMPL-FS NOT = "00"
037600        DISPLAY "WARNING: UNABLE TO OPEN TMPLMF - FILE STATUS "
037700           WS-TMPL-FS
037800        MOVE "  TMPLMF NOT AVAILABLE - RULE NOT CHECKED"
037900           TO WS-RPT-LINE
038000        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
038100        GO TO 2400-EXIT
038200     END-IF.
038300     MOVE "Y" TO WS-RULE-DONE (WS-RULE).
038400     MOVE "N" TO WS-EOF-SW.
038500     PERFORM 2450-READ-TEMPLATE THRU 2450-EXIT.
038600     PERFORM 2500-CHECK-TEMPLATE THRU 2500-EXIT
038700        UNTIL WS-EOF.
038800     CLOSE TEMPLATE-FILE.
038900     PERFORM 4400-RULE-FOOTING THRU 4400-EXIT.
039000 2400-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------*
039300 2450-READ-TEMPLATE.
039400     READ TEMPLATE-FILE
039500        AT END
039600           SET WS-EOF TO TRUE
039700        NOT AT END
039800           ADD 1 TO WS-REC-COUNT
039900     END-READ.
040000 2450-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------*
040300 2500-CHECK-TEMPLATE.
040400     MOVE TPL-ID OF TEMPLATE-MF-REC TO WS-EXC-SUBJECT.
040500     MOVE TPL-DEPT OF TEMPLATE-MF-REC TO WS-EXC-DEPT.
040600     PERFORM 4000-LOOKUP-DEPT THRU 4000-EXIT.
040700     MOVE SPACES TO WS-EXC-INFO.
040800     STRING "FREQUENCY " TPL-FREQ OF TEMPLATE-MF-REC
040900            "  NEXT DUE " TPL-NEXT-DUE OF TEMPLATE-MF-REC
041000            DELIMITED BY SIZE INTO WS-EXC-INFO.
041100     IF WS-RULE = 4
041200        AND NOT WS-DEPT-FOUND
041300        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
041400     END-IF.
041500     IF WS-RULE = 5
041600        AND WS-DEPT-FOUND
041700        AND NOT DEPT-ACTIVE OF DEPT-MF-REC
041800        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
041900     END-IF.
042000     PERFORM 2450-READ-TEMPLATE THRU 2450-EXIT.
042100 2500-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------*
042400*  RULE 6: EVERY ENTRY ON AN OPERATOR'S DEPARTMENT SCOPE LIST  *
042500*  (OTHER THAN "*ALL") MUST BE ON DEPTMF.                      *
042600*-----------------------------------------------------------*
042700 2600-OPERATOR-PASS.
042800     MOVE 6 TO WS-RULE.
042900     PERFORM 4300-RULE-HEADING THRU 4300-EXIT.
043000     OPEN INPUT OPER-FILE.
043100     IF WS-OPER-FS NOT = "00"
043200        DISPLAY "WARNING: UNABLE TO OPEN OPERMF - FILE STATUS "
043300           WS-OPER-FS
043400        MOVE "  OPERMF NOT AVAILABLE - RULE NOT CHECKED"
043500           TO WS-RPT-LINE
043600        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
043700        GO TO 2600-EXIT
043800     END-IF.
043900     MOVE "Y" TO WS-RULE-DONE (WS-RULE).
044000     MOVE "N" TO WS-EOF-SW.
044100     PERFORM 2650-READ-OPERATOR THRU 2650-EXIT.
044200     PERFORM 2700-CHECK-OPERATOR THRU 2700-EXIT
044300        UNTIL WS-EOF.
044400     CLOSE OPER-FILE.
044500     PERFORM 4400-RULE-FOOTING THRU 4400-EXIT.
044600 2600-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900 2650-READ-OPERATOR.
045000     READ OPER-FILE
045100        AT END
045200           SET WS-EOF TO TRUE
045300        NOT AT END
045400           ADD 1 TO WS-REC-COUNT
045500     END-READ.
045600 2650-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------*
045900 2700-CHECK-OPERATOR.
046000     PERFORM 2750-CHECK-SCOPE-ENTRY THRU 2750-EXIT
046100        VARYING WS-OX FROM 1 BY 1
046200        UNTIL WS-OX > 5.
046300     PERFORM 2650-READ-OPERATOR THRU 2650-EXIT.
046400 2700-EXIT.
046500     EXIT.
046600*-----------------------------------------------------------*
046700 2750-CHECK-SCOPE-ENTRY.
046800     MOVE OPR-DEPT OF OPER-MF-REC (WS-OX) TO WS-EXC-DEPT.
046900     IF WS-EXC-DEPT = SPACES
047000        OR WS-EXC-DEPT = "*ALL"
047100        GO TO 2750-EXIT
047200     END-IF.
047300     PERFORM 4000-LOOKUP-DEPT THRU 4000-EXIT.
047400     IF NOT WS-DEPT-FOUND
047500        MOVE OPR-ID OF OPER-MF-REC TO WS-EXC-SUBJECT
047600        MOVE WS-OX TO WS-OX-DISP
047700        MOVE SPACES TO WS-EXC-INFO
047800        STRING "SCOPE ENTRY " WS-OX-DISP "  "
047900               OPR-NAME OF OPER-MF-REC
048000               DELIMITED BY SIZE INTO WS-EXC-INFO
048100        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
048200     END-IF.
048300 2750-EXIT.
048400     EXIT.
048500*-----------------------------------------------------------*
048600*  RULE 7: EVERY RATE MUST CARRY A NUMERIC VALUE AND A VALID   *
048700*  EFFECTIVE DATE, OR THE CALC RUN'S RATE LOOKUP RESOLVES TO   *
048800*  GARBAGE.                                                    *
048900*-----------------------------------------------------------*
049000 2800-RATE-PASS.
049100     MOVE 7 TO WS-RULE.
049200     PERFORM 4300-RULE-HEADING THRU 4300-EXIT.
049300     OPEN INPUT RATE-FILE.
049400     IF WS-RATE-FS NOT = "00"
049500        DISPLAY "WARNING: UNABLE TO OPEN RATEMF - FILE STATUS "
049600           WS-RATE-FS
049700        MOVE "  RATEMF NOT AVAILABLE - RULE NOT CHECKED"
049800           TO WS-RPT-LINE
049900        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
050000        GO TO 2800-EXIT
050100     END-IF.
050200     MOVE "Y" TO WS-RULE-DONE (WS-RULE).
050300     MOVE "N" TO WS-EOF-SW.
050400     PERFORM 2850-READ-RATE THRU 2850-EXIT.
050500     PERFORM 2900-CHECK-RATE THRU 2900-EXIT
050600        UNTIL WS-EOF.
050700     CLOSE RATE-FILE.
050800     PERFORM 4400-RULE-FOOTING THRU 4400-EXIT.
050900 2800-EXIT.
051000     EXIT.
051100*-----------------------------------------------------------*
051200 2850-READ-RATE.
051300     READ RATE-FILE
051400        AT END
051500           SET WS-EOF TO TRUE
051600        NOT AT END
051700           ADD 1 TO WS-REC-COUNT
051800     END-READ.
051900 2850-EXIT.
052000     EXIT.
052100*-----------------------------------------------------------*
052200 2900-CHECK-RATE.
052300     MOVE RATE-CODE OF RATE-MF-REC TO WS-EXC-SUBJECT.
052400     MOVE "*ALL" TO WS-EXC-DEPT.
052500     MOVE SPACES TO WS-EXC-INFO.
052600     IF RATE-VALUE OF RATE-MF-REC NOT NUMERIC
052700        MOVE "RATE VALUE NOT NUMERIC" TO WS-EXC-INFO
052800        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
052900        GO TO 2900-NEXT
053000     END-IF.
053100     IF RATE-EFF-DATE OF RATE-MF-REC NOT NUMERIC
053200        MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-EXC-INFO
053300        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
053400        GO TO 2900-NEXT
053500     END-IF.
053600     MOVE RATE-EFF-DATE OF RATE-MF-REC TO WS-EDIT-DATE.
053700     IF WS-EDIT-DATE-MM < 1 OR WS-EDIT-DATE-MM > 12
053800        OR WS-EDIT-DATE-DD < 1 OR WS-EDIT-DATE-DD > 31
053900        STRING "EFFECTIVE DATE NOT A VALID DATE: " WS-EDIT-DATE
054000               DELIMITED BY SIZE INTO WS-EXC-INFO
054100        PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
054200     END-IF.
054300
054400 2900-NEXT.
054500     PERFORM 2850-READ-RATE THRU 2850-EXIT.
054600 2900-EXIT.
054700     EXIT.
054800*-----------------------------------------------------------*
054900 3000-WRITE-LINE.
055000     IF WS-LINE-COUNT > WS-PAGE-LIMIT
055100        PERFORM 3100-PAGE-HEADING THRU 3100-EXIT
055200     END-IF.
055300     MOVE WS-RPT-LINE TO INTEG-RPT-REC.
055400     WRITE INTEG-RPT-REC.
055500     ADD 1 TO WS-LINE-COUNT.
055600     MOVE SPACES TO WS-RPT-LINE.
055700 3000-EXIT.
055800     EXIT.
055900*-----------------------------------------------------------*
056000 3100-PAGE-HEADING.
056100     ADD 1 TO WS-PAGE-COUNT.
056200     MOVE SPACES TO INTEG-RPT-REC.
056300     MOVE "MASTER FILE INTEGRITY AUDIT" TO INTEG-RPT-REC.
056400     MOVE "RUN" TO INTEG-RPT-REC (33:3).
056500     MOVE WS-RUN-DATE TO INTEG-RPT-REC (37:8).
056600     MOVE "PAGE" TO INTEG-RPT-REC (60:4).
056700     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
056800     MOVE WS-EDIT-PAGE TO INTEG-RPT-REC (65:5).
056900     WRITE INTEG-RPT-REC.
057000     MOVE SPACES TO INTEG-RPT-REC.
057100     WRITE INTEG-RPT-REC.
057200     MOVE 2 TO WS-LINE-COUNT.
057300 3100-EXIT.
057400     EXIT.
057500*-----------------------------------------------------------*
057600 4000-LOOKUP-DEPT.
057700     MOVE "N" TO WS-DEPT-FOUND-SW.
057800     MOVE WS-EXC-DEPT TO DEPT-CODE OF DEPT-MF-REC.
057900     READ DEPT-FILE
058000        INVALID KEY
058100           CONTINUE
058200        NOT INVALID KEY
058300           SET WS-DEPT-FOUND TO TRUE
058400     END-READ.
058500 4000-EXIT.
058600     EXIT.
058700*-----------------------------------------------------------*
058800*  COUNTS ONE EXCEPTION AGAINST THE CURRENT RULE AND ITS       *
058900*  DEPARTMENT AND LISTS IT WHILE THE RULE IS UNDER ITS LIMIT.  *
059000*-----------------------------------------------------------*
059100 4100-RECORD-EXCEPTION.
059200     ADD 1 TO WS-RULE-COUNT (WS-RULE).
059300     ADD 1 TO WS-CNT-EXCEPTIONS.
059400     IF WS-RULE-ORPHAN (WS-RULE)
059500        ADD 1 TO WS-CNT-ORPHANS
059600     ELSE
059700        ADD 1 TO WS-CNT-WARNINGS
059800     END-IF.
059900     PERFORM 4200-COUNT-DEPT THRU 4200-EXIT.
060000     IF WS-RULE-COUNT (WS-RULE) > WS-DETAIL-MAX
060100        GO TO 4100-EXIT
060200     END-IF.
060300     MOVE SPACES TO WS-RPT-LINE.
060400     MOVE WS-EXC-SUBJECT TO WS-RPT-LINE (3:10).
060500     MOVE WS-EXC-DEPT TO WS-RPT-LINE (15:4).
060600     MOVE WS-EXC-INFO TO WS-RPT-LINE (21:50).
060700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
060800 4100-EXIT.
060900     EXIT.
061000*-----------------------------------------------------------*
061100 4200-COUNT-DEPT.
061200     MOVE "N" TO WS-DT-FOUND-SW.
061300     PERFORM 4250-SCAN-DEPT THRU 4250-EXIT
061400        VARYING WS-DX FROM 1 BY 1
061500        UNTIL WS-DT-FOUND OR WS-DX > WS-DEPT-USED.
061600     IF WS-DT-FOUND
061700        GO TO 4200-EXIT
061800     END-IF.
061900     IF WS-DEPT-USED < WS-DEPT-MAX
062000        ADD 1 TO WS-DEPT-USED
062100        MOVE WS-EXC-DEPT TO WS-DT-DEPT (WS-DEPT-USED)
062200        PERFORM 4260-CLEAR-COUNTS THRU 4260-EXIT
062300           VARYING WS-RX FROM 1 BY 1
062400           UNTIL WS-RX > 7
062500     END-IF.
062600     ADD 1 TO WS-DT-COUNT (WS-DEPT-USED WS-RULE).
062700 4200-EXIT.
062800     EXIT.
062900*-----------------------------------------------------------*
063000 4250-SCAN-DEPT.
063100     IF WS-DT-DEPT (WS-DX) = WS-EXC-DEPT
063200        ADD 1 TO WS-DT-COUNT (WS-DX WS-RULE)
063300        SET WS-DT-FOUND TO TRUE
063400     END-IF.
063500 4250-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------*
063800 4260-CLEAR-COUNTS.
063900     MOVE ZERO TO WS-DT-COUNT (WS-DEPT-USED WS-RX).
064000 4260-EXIT.
064100     EXIT.
064200*-----------------------------------------------------------*
064300 4300-RULE-HEADING.
064400     IF WS-LINE-COUNT > WS-PAGE-LIMIT - 6
064500        MOVE 99 TO WS-LINE-COUNT
064600     END-IF.
064700     MOVE SPACES TO WS-RPT-LINE.
064800     MOVE "RULE" TO WS-RPT-LINE (1:4).
064900     MOVE WS-RULE TO WS-RPT-LINE (6:1).
065000     MOVE "-" TO WS-RPT-LINE (8:1).
065100     MOVE WS-RULE-TITLE (WS-RULE) TO WS-RPT-LINE (10:48).
065200     IF WS-RULE-ORPHAN (WS-RULE)
065300        MOVE "(ORPHAN)" TO WS-RPT-LINE (60:8)
065400     ELSE
065500        MOVE "(WARNING)" TO WS-RPT-LINE (60:9)
065600     END-IF.
065700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
065800     MOVE "KEY" TO WS-RPT-LINE (3:3).
065900     MOVE "DEPT" TO WS-RPT-LINE (15:4).
066000     MOVE "DETAIL" TO WS-RPT-LINE (21:6).
066100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
066200 4300-EXIT.
066300     EXIT.
066400*-----------------------------------------------------------*
066500 4400-RULE-FOOTING.
066600     IF WS-RULE-COUNT (WS-RULE) = ZERO
066700        MOVE "  NONE FOUND" TO WS-RPT-LINE
066800        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
066900     END-IF.
067000     IF WS-RULE-COUNT (WS-RULE) > WS-DETAIL-MAX
067100        MOVE "  FURTHER EXCEPTIONS NOT LISTED:" TO WS-RPT-LINE
067200        COMPUTE WS-EDIT-COUNT =
067300           WS-RULE-COUNT (WS-RULE) - WS-DETAIL-MAX
067400        MOVE WS-EDIT-COUNT TO WS-RPT-LINE (34:11)
067500        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
067600     END-IF.
067700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
067800 4400-EXIT.
067900     EXIT.
068000*-----------------------------------------------------------*
068100 8000-RULE-SUMMARY.
068200     MOVE 99 TO WS-LINE-COUNT.
068300     MOVE "EXCEPTIONS BY RULE" TO WS-RPT-LINE.
068400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
068500     PERFORM 8100-RULE-LINE THRU 8100-EXIT
068600        VARYING WS-RX FROM 1 BY 1
068700        UNTIL WS-RX > 7.
068800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
068900     MOVE "  ORPHANS ................:" TO WS-RPT-LINE.
069000     MOVE WS-CNT-ORPHANS TO WS-EDIT-COUNT.
069100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
069200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
069300     MOVE "  WARNINGS ...............:" TO WS-RPT-LINE.
069400     MOVE WS-CNT-WARNINGS TO WS-EDIT-COUNT.
069500     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
069600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
069700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
069800 8000-EXIT.
069900     EXIT.
070000*-----------------------------------------------------------*
070100 8100-RULE-LINE.
070200     MOVE "  RULE" TO WS-RPT-LINE (1:6).
070300     MOVE WS-RX TO WS-RPT-LINE (8:1).
070400     MOVE WS-RULE-TITLE (WS-RX) TO WS-RPT-LINE (10:48).
070500     IF WS-RULE-DONE (WS-RX) = "Y"
070600        MOVE WS-RULE-COUNT (WS-RX) TO WS-EDIT-SMALL
070700        MOVE WS-EDIT-SMALL TO WS-RPT-LINE (59:7)
070800     ELSE
070900        MOVE "NOT CHECKED" TO WS-RPT-LINE (59:11)
071000     END-IF.
071100     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
071200 8100-EXIT.
071300     EXIT.
071400*-----------------------------------------------------------*
071500 8200-DEPT-SUMMARY.
071600     MOVE "EXCEPTIONS BY DEPARTMENT" TO WS-RPT-LINE.
071700     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
071800     IF WS-DEPT-USED = ZERO
071900        MOVE "  NONE" TO WS-RPT-LINE
072000        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
072100        GO TO 8200-EXIT
072200     END-IF.
072300     MOVE "  DEPT  RULE 1  RULE 2  RULE 3  RULE 4  RULE 5  RULE 6"
072400        TO WS-RPT-LINE.
072500     MOVE "RULE 7" TO WS-RPT-LINE (59:6).
072600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
072700     PERFORM 8250-DEPT-LINE THRU 8250-EXIT
072800        VARYING WS-DX FROM 1 BY 1
072900        UNTIL WS-DX > WS-DEPT-USED.
073000 8200-EXIT.
073100     EXIT.
073200*-----------------------------------------------------------*
073300 8250-DEPT-LINE.
073400     MOVE SPACES TO WS-RPT-LINE.
073500     MOVE WS-DT-DEPT (WS-DX) TO WS-RPT-LINE (3:4).
073600     PERFORM 8260-DEPT-COUNT THRU 8260-EXIT
073700        VARYING WS-RX FROM 1 BY 1
073800        UNTIL WS-RX > 7.
073900     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
074000 8250-EXIT.
074100     EXIT.
074200*-----------------------------------------------------------*
074300 8260-DEPT-COUNT.
074400     MOVE WS-DT-COUNT (WS-DX WS-RX) TO WS-EDIT-SMALL.
074500     MOVE WS-EDIT-SMALL TO WS-RPT-LINE (WS-RX * 8 + 1:7).
074600 8260-EXIT.
074700     EXIT.
074800*-----------------------------------------------------------*
074900 9100-SET-RETURN-CODE.
075000     IF WS-CNT-ORPHANS > ZERO
075100        MOVE 8 TO RETURN-CODE
075200     ELSE
075300        IF WS-CNT-WARNINGS > ZERO
075400           MOVE 4 TO RETURN-CODE
075500        ELSE
075600           MOVE ZERO TO RETURN-CODE
075700        END-IF
075800     END-IF.
075900 9100-EXIT.
076000     EXIT.
076100*-----------------------------------------------------------*
076200*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
076300*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
076400*-----------------------------------------------------------*
076500 9900-WRITE-RUN-LOG.
076600     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
076700     MOVE WS-CNT-EXCEPTIONS TO RLG-OUT-COUNT OF WS-RUN-LOG.
076800     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
076900     CALL "RUNLOGW" USING WS-RUN-LOG.
077000     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
077100 9900-EXIT.
077200     EXIT.
077300*-----------------------------------------------------------*
077400 END PROGRAM INTEGCHK.

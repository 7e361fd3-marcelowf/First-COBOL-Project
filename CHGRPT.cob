000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGRPT.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  CHGRPT - MASTER CHANGE JOURNAL REPORT.                      *
000900*  READS THE PERMANENT CHANGE JOURNAL (CHGJRNL, CHGREC.CPY)    *
001000*  MENUDRV WRITES WHEN A SUPERVISOR APPROVES OR DECLINES A     *
001100*  CHANGE TO THE RATES TABLE, DEPARTMENT MASTER OR TEMPLATE    *
001200*  MASTER, AND LISTS IT (CHGLIST) BY MASTER AND RECORD KEY IN  *
001300*  THE ORDER THE DECISIONS WERE TAKEN, SO AN AUDITOR CAN SEE   *
001400*  WHO KEYED EACH CHANGE AND WHEN, WHO APPROVED OR DECLINED    *
001500*  IT AND WHEN, AND WHAT THE RECORD WAS BEFORE AND AFTER. ONE  *
001600*  PAGE SECTION PER MASTER, THEN THE APPLIED AND DECLINED      *
001700*  COUNTS. SELECTION CRITERIA COME FROM THE ENVIRONMENT, THE   *
001800*  SAME WAY AUDITRPT TAKES ITS OWN:                            *
001900*      CHGSELFROM / CHGSELTO - DECISION DATE YYYYMMDD,         *
002000*                              BLANK = OPEN END                *
002100*      CHGSELMAST            - R, D OR T, BLANK = ALL          *
002200*      CHGSELKEY             - EXACT RECORD KEY, BLANK = ALL   *
002300*-----------------------------------------------------------*
002400*  MODIFICATION HISTORY
002500*  2026-10-15 MWF  INITIAL VERSION.
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CHG-JRNL-FILE ASSIGN TO "CHGJRNL"
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS IS WS-CHG-JRNL-FS.
003300
003400     SELECT SORT-FILE ASSIGN TO "SORTWK".
003500
003600     SELECT CHG-RPT-FILE ASSIGN TO "CHGLIST"
003700            ORGANIZATION IS LINE SEQUENTIAL
003800            FILE STATUS IS WS-CHG-RPT-FS.
003900*-----------------------------------------------------------*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CHG-JRNL-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY CHGREC REPLACING ==CHANGE-RECORD== BY ==CHG-JRNL-REC==.
004500
004600 SD  SORT-FILE.
004700     COPY CHGREC REPLACING ==CHANGE-RECORD== BY ==SORT-REC==.
004800
004900 FD  CHG-RPT-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  CHG-RPT-REC                       PIC X(80).
005200*-----------------------------------------------------------*
005300 WORKING-STORAGE SECTION.
005400 77  WS-EOF-SW                         PIC X(01) VALUE "N".
005500     88  WS-EOF                              VALUE "Y".
005600 77  WS-CHG-JRNL-FS                    PIC X(02) VALUE "00".
005700 77  WS-CHG-RPT-FS                     PIC X(02) VALUE "00".
005800 77  WS-LINE-COUNT                     PIC 9(03) COMP VALUE 99.
005900 77  WS-PAGE-COUNT                     PIC 9(05) COMP VALUE ZERO.
006000 77  WS-PAGE-LIMIT                     PIC 9(03) COMP VALUE 55.
006100 77  WS-REC-COUNT                      PIC 9(09) COMP VALUE ZERO.
006200 77  WS-CNT-SELECTED                   PIC 9(09) COMP VALUE ZERO.
006300 77  WS-CNT-APPLIED                    PIC 9(09) COMP VALUE ZERO.
006400 77  WS-CNT-DECLINED                   PIC 9(09) COMP VALUE ZERO.
006500 77  WS-MAST-SELECTED                  PIC 9(09) COMP VALUE ZERO.
006600
006700*    SELECTION CRITERIA PICKED UP FROM THE ENVIRONMENT
006800 01  WS-SELECT-CRITERIA.
006900     05  WS-SEL-FROM                   PIC X(08) VALUE SPACES.
007000     05  WS-SEL-TO                     PIC X(08) VALUE SPACES.
007100     05  WS-SEL-MAST                   PIC X(01) VALUE SPACE.
007200     05  WS-SEL-KEY                    PIC X(06) VALUE SPACES.
007300
007400*    MASTER NOW BEING LISTED AND ITS PAGE TITLE
007500 77  WS-CURR-MAST                      PIC X(01) VALUE LOW-VALUE.
007600 77  WS-HEAD-TITLE                     PIC X(30) VALUE SPACES.
007700
007800*    WORK COPIES OF THE MASTER LAYOUTS, TO SHOW THE IMAGES
007900 01  WS-CHG-IMAGE                      PIC X(80) VALUE SPACES.
008000     COPY RATEREC REPLACING ==RATE-RECORD== BY ==WS-CHG-RATE==.
008100     COPY DEPTREC REPLACING ==DEPARTMENT-RECORD==
008200            BY ==WS-CHG-DEPT==.
008300     COPY TMPLREC REPLACING ==TEMPLATE-RECORD==
008400            BY ==WS-CHG-TMPL==.
008500
008600*    TIME OF DAY SHOWN AS HH:MM:SS
008700 01  WS-STAMP-TIME                     PIC 9(08) VALUE ZERO.
008800 01  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
008900     05  WS-STAMP-HH                   PIC 9(02).
009000     05  WS-STAMP-MM                   PIC 9(02).
009100     05  WS-STAMP-SS                   PIC 9(02).
009200     05  WS-STAMP-CC                   PIC 9(02).
009300 01  WS-HMS.
009400     05  WS-HMS-HH                     PIC 9(02).
009500     05  FILLER                        PIC X(01) VALUE ":".
009600     05  WS-HMS-MM                     PIC 9(02).
009700     05  FILLER                        PIC X(01) VALUE ":".
009800     05  WS-HMS-SS                     PIC 9(02).
009900
010000*    PRINT LINE WORK FIELDS
010100 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
010200 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
010300 01  WS-EDIT-PAGE                      PIC ZZZZ9.
010400 01  WS-EDIT-VALUE                     PIC -(7)9.99.
010500 01  WS-EDIT-V2                        PIC -(7)9.99.
010600 01  WS-EDIT-MAX                       PIC Z(6)9.99.
010700 01  WS-EDIT-CAP                       PIC Z(8)9.99.
010800
010900*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
011000     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
011100*-----------------------------------------------------------*
011200 PROCEDURE DIVISION.
011300*-----------------------------------------------------------*
011400 0000-MAINLINE.
011500     MOVE SPACES TO WS-RUN-LOG.
011600     MOVE "CHGRPT" TO RLG-PROGRAM OF WS-RUN-LOG.
011700     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
011800     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
011900     ACCEPT WS-SEL-FROM FROM ENVIRONMENT "CHGSELFROM".
012000     ACCEPT WS-SEL-TO FROM ENVIRONMENT "CHGSELTO".
012100     ACCEPT WS-SEL-MAST FROM ENVIRONMENT "CHGSELMAST".
012200     ACCEPT WS-SEL-KEY FROM ENVIRONMENT "CHGSELKEY".
012300*    PROBE THE JOURNAL BEFORE HANDING IT TO THE SORT SO A
012400*    MISSING FILE GETS A READABLE MESSAGE, NOT A SORT ABEND
012500     OPEN INPUT CHG-JRNL-FILE.
012600     IF WS-CHG-JRNL-FS NOT = "00"
012700        DISPLAY "ERROR: UNABLE TO OPEN CHGJRNL - FILE STATUS "
012800           WS-CHG-JRNL-FS
012900        MOVE 20 TO RETURN-CODE
013000        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
013100        STOP RUN
013200     END-IF.
013300     CLOSE CHG-JRNL-FILE.
013400     OPEN OUTPUT CHG-RPT-FILE.
013500
013600     SORT SORT-FILE
013700        ON ASCENDING KEY CHG-MASTER OF SORT-REC
013800                         CHG-MASTER-KEY OF SORT-REC
013900                         CHG-CHECK-DATE OF SORT-REC
014000                         CHG-CHECK-TIME OF SORT-REC
014100        USING CHG-JRNL-FILE
014200        OUTPUT PROCEDURE IS 2000-REPORT THRU 2000-EXIT.
014300
014400     PERFORM 8000-TOTALS THRU 8000-EXIT.
014500     CLOSE CHG-RPT-FILE.
014600     DISPLAY "CHGRPT: JOURNAL ENTRIES READ : " WS-REC-COUNT.
014700     DISPLAY "CHGRPT: ENTRIES SELECTED ....: " WS-CNT-SELECTED.
014800     MOVE ZERO TO RETURN-CODE.
014900     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
015000     STOP RUN.
015100*-----------------------------------------------------------*
015200 2000-REPORT.
015300     PERFORM 2100-RETURN-REC THRU 2100-EXIT.
015400     PERFORM 2200-SELECT-ENTRY THRU 2200-EXIT
015500         UNTIL WS-EOF.
015600     IF WS-MAST-SELECTED > ZERO
015700        PERFORM 2500-MASTER-TOTAL THRU 2500-EXIT
015800     END-IF.
015900 2000-EXIT.
016000     EXIT.
016100*-----------------------------------------------------------*
016200 2100-RETURN-REC.
016300     RETURN SORT-FILE
016400        AT END
016500           SET WS-EOF TO TRUE
016600        NOT AT END
016700           ADD 1 TO WS-REC-COUNT
016800     END-RETURN.
016900 2100-EXIT.
017000     EXIT.
017100*-----------------------------------------------------------*
017200 2200-SELECT-ENTRY.
017300     IF WS-SEL-FROM NOT = SPACES
017400        AND CHG-CHECK-DATE OF SORT-REC < WS-SEL-FROM
017500        GO TO 2200-NEXT
017600     END-IF.
017700     IF WS-SEL-TO NOT = SPACES
017800        AND CHG-CHECK-DATE OF SORT-REC > WS-SEL-TO
017900        GO TO 2200-NEXT
018000     END-IF.
018100     IF WS-SEL-MAST NOT = SPACE
018200        AND CHG-MASTER OF SORT-REC NOT = WS-SEL-MAST
018300        GO TO 2200-NEXT
018400     END-IF.
018500     IF WS-SEL-KEY NOT = SPACES
018600        AND CHG-MASTER-KEY OF SORT-REC NOT = WS-SEL-KEY
018700        GO TO 2200-NEXT
018800     END-IF.
018900
019000     IF CHG-MASTER OF SORT-REC NOT = WS-CURR-MAST
019100        IF WS-MAST-SELECTED > ZERO
019200           PERFORM 2500-MASTER-TOTAL THRU 2500-EXIT
019300        END-IF
019400        PERFORM 2600-MASTER-START THRU 2600-EXIT
019500     END-IF.
019600     ADD 1 TO WS-CNT-SELECTED.
019700     ADD 1 TO WS-MAST-SELECTED.
019800     IF CHG-APPLIED OF SORT-REC
019900        ADD 1 TO WS-CNT-APPLIED
020000     ELSE
020100        ADD 1 TO WS-CNT-DECLINED
020200     END-IF.
020300     PERFORM 2300-ENTRY-LINES THRU 2300-EXIT.
020400
020500 2200-NEXT.
020600     PERFORM 2100-RETURN-REC THRU 2100-EXIT.
020700 2200-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------*
021000*  ONE JOURNAL ENTRY: WHO KEYED IT AND WHEN, WHO DECIDED IT    *
021100*  AND WHEN, THEN THE RECORD BEFORE AND AFTER. THE ENTRY IS    *
021200*  KEPT TOGETHER ON ONE PAGE.                                  *
021300*-----------------------------------------------------------*
021400 2300-ENTRY-LINES.
021500     IF WS-LINE-COUNT > WS-PAGE-LIMIT - 4
021600        MOVE 99 TO WS-LINE-COUNT
021700     END-IF.
021800     MOVE SPACES TO WS-RPT-LINE.
021900     MOVE CHG-MASTER-KEY OF SORT-REC TO WS-RPT-LINE (1:6).
022000     EVALUATE TRUE
022100        WHEN CHG-ADD OF SORT-REC
022200           MOVE "ADD" TO WS-RPT-LINE (9:6)
022300        WHEN CHG-DELETE OF SORT-REC
022400           MOVE "DELETE" TO WS-RPT-LINE (9:6)
022500        WHEN OTHER
022600           MOVE "CHANGE" TO WS-RPT-LINE (9:6)
022700     END-EVALUATE.
022800     IF CHG-APPLIED OF SORT-REC
022900        MOVE "APPLIED" TO WS-RPT-LINE (17:8)
023000     ELSE
023100        MOVE "DECLINED" TO WS-RPT-LINE (17:8)
023200     END-IF.
023300     MOVE CHG-MAKER OF SORT-REC TO WS-RPT-LINE (27:8).
023400     MOVE CHG-MAKE-DATE OF SORT-REC TO WS-RPT-LINE (36:8).
023500     MOVE CHG-MAKE-TIME OF SORT-REC TO WS-STAMP-TIME.
023600     PERFORM 6300-STAMP-TO-HMS THRU 6300-EXIT.
023700     MOVE WS-HMS TO WS-RPT-LINE (45:8).
023800     MOVE CHG-CHECKER OF SORT-REC TO WS-RPT-LINE (55:8).
023900     MOVE CHG-CHECK-DATE OF SORT-REC TO WS-RPT-LINE (64:8).
024000     MOVE CHG-CHECK-TIME OF SORT-REC TO WS-STAMP-TIME.
024100     PERFORM 6300-STAMP-TO-HMS THRU 6300-EXIT.
024200     MOVE WS-HMS TO WS-RPT-LINE (73:8).
024300     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
024400
024500     MOVE "BEFORE:" TO WS-RPT-LINE (5:7).
024600     IF CHG-ADD OF SORT-REC
024700        MOVE "(NONE - RECORD ADDED)" TO WS-RPT-LINE (14:21)
024800     ELSE
024900        MOVE CHG-BEFORE-IMAGE OF SORT-REC TO WS-CHG-IMAGE
025000        PERFORM 2400-FORMAT-IMAGE THRU 2400-EXIT
025100     END-IF.
025200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
025300     IF CHG-APPLIED OF SORT-REC
025400        MOVE "AFTER:" TO WS-RPT-LINE (5:6)
025500     ELSE
025600        MOVE "ASKED:" TO WS-RPT-LINE (5:6)
025700     END-IF.
025800     IF CHG-DELETE OF SORT-REC
025900        MOVE "(NONE - RECORD DELETED)" TO WS-RPT-LINE (14:23)
026000     ELSE
026100        MOVE CHG-AFTER-IMAGE OF SORT-REC TO WS-CHG-IMAGE
026200        PERFORM 2400-FORMAT-IMAGE THRU 2400-EXIT
026300     END-IF.
026400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
026500     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
026600 2300-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------*
026900*  PUTS THE RECORD IMAGE IN WS-CHG-IMAGE ON THE PRINT LINE     *
027000*  FROM COLUMN 14, THROUGH THE WORK COPY OF ITS MASTER'S       *
027100*  LAYOUT.                                                     *
027200*-----------------------------------------------------------*
027300 2400-FORMAT-IMAGE.
027400     EVALUATE TRUE
027500        WHEN CHG-RATE OF SORT-REC
027600           MOVE WS-CHG-IMAGE TO WS-CHG-RATE
027700           IF RATE-VALUE OF WS-CHG-RATE NUMERIC
027800              MOVE RATE-VALUE OF WS-CHG-RATE TO WS-EDIT-VALUE
027900           ELSE
028000              MOVE ZERO TO WS-EDIT-VALUE
028100           END-IF
028200           MOVE "VALUE" TO WS-RPT-LINE (14:5)
028300           MOVE WS-EDIT-VALUE TO WS-RPT-LINE (20:11)
028400           MOVE "EFF" TO WS-RPT-LINE (33:3)
028500           MOVE RATE-EFF-DATE OF WS-CHG-RATE
028600              TO WS-RPT-LINE (37:8)
028700           MOVE RATE-DESC OF WS-CHG-RATE TO WS-RPT-LINE (47:20)
028800        WHEN CHG-DEPT OF SORT-REC
028900           MOVE WS-CHG-IMAGE TO WS-CHG-DEPT
029000           IF DEPT-MAX-RESULT OF WS-CHG-DEPT NUMERIC
029100              MOVE DEPT-MAX-RESULT OF WS-CHG-DEPT TO WS-EDIT-MAX
029200           ELSE
029300              MOVE ZERO TO WS-EDIT-MAX
029400           END-IF
029500           IF DEPT-DAY-CAP OF WS-CHG-DEPT NUMERIC
029600              MOVE DEPT-DAY-CAP OF WS-CHG-DEPT TO WS-EDIT-CAP
029700           ELSE
029800              MOVE ZERO TO WS-EDIT-CAP
029900           END-IF
030000           MOVE "ACT" TO WS-RPT-LINE (14:3)
030100           MOVE DEPT-ACTIVE-FLAG OF WS-CHG-DEPT
030200              TO WS-RPT-LINE (18:1)
030300           MOVE "MAX" TO WS-RPT-LINE (20:3)
030400           MOVE WS-EDIT-MAX TO WS-RPT-LINE (24:10)
030500           MOVE "CAP" TO WS-RPT-LINE (35:3)
030600           MOVE WS-EDIT-CAP TO WS-RPT-LINE (39:12)
030700           MOVE DEPT-NAME OF WS-CHG-DEPT TO WS-RPT-LINE (52:29)
030800        WHEN OTHER
030900           MOVE WS-CHG-IMAGE TO WS-CHG-TMPL
031000           IF TPL-V1 OF WS-CHG-TMPL NUMERIC
031100              MOVE TPL-V1 OF WS-CHG-TMPL TO WS-EDIT-VALUE
031200           ELSE
031300              MOVE ZERO TO WS-EDIT-VALUE
031400           END-IF
031500           IF TPL-V2 OF WS-CHG-TMPL NUMERIC
031600              MOVE TPL-V2 OF WS-CHG-TMPL TO WS-EDIT-V2
031700           ELSE
031800              MOVE ZERO TO WS-EDIT-V2
031900           END-IF
032000           MOVE "DEPT" TO WS-RPT-LINE (14:4)
032100           MOVE TPL-DEPT OF WS-CHG-TMPL TO WS-RPT-LINE (19:4)
032200           MOVE WS-EDIT-VALUE TO WS-RPT-LINE (24:11)
032300           MOVE TPL-OP OF WS-CHG-TMPL TO WS-RPT-LINE (36:1)
032400           MOVE WS-EDIT-V2 TO WS-RPT-LINE (38:11)
032500           MOVE "FREQ" TO WS-RPT-LINE (51:4)
032600           MOVE TPL-FREQ OF WS-CHG-TMPL TO WS-RPT-LINE (56:1)
032700           MOVE "DUE" TO WS-RPT-LINE (59:3)
032800           MOVE TPL-NEXT-DUE OF WS-CHG-TMPL
032900              TO WS-RPT-LINE (63:8)
033000     END-EVALUATE.
033100 2400-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------*
033400 2500-MASTER-TOTAL.
033500     MOVE "  ENTRIES FOR THIS MASTER :" TO WS-RPT-LINE.
033600     MOVE WS-MAST-SELECTED TO WS-EDIT-COUNT.
033700     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
033800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
033900     MOVE ZERO TO WS-MAST-SELECTED.
034000 2500-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------*
034300 2600-MASTER-START.
034400     MOVE CHG-MASTER OF SORT-REC TO WS-CURR-MAST.
034500     EVALUATE TRUE
034600        WHEN CHG-RATE OF SORT-REC
034700           MOVE "RATES TABLE (RATEMF)" TO WS-HEAD-TITLE
034800        WHEN CHG-DEPT OF SORT-REC
034900           MOVE "DEPARTMENT MASTER (DEPTMF)" TO WS-HEAD-TITLE
035000        WHEN OTHER
035100           MOVE "TEMPLATE MASTER (TMPLMF)" TO WS-HEAD-TITLE
035200     END-EVALUATE.
035300     MOVE 99 TO WS-LINE-COUNT.
035400 2600-EXIT.
035500     EXIT.
035600*-----------------------------------------------------------*
035700 3000-WRITE-LINE.
035800     IF WS-LINE-COUNT > WS-PAGE-LIMIT
035900        PERFORM 3100-PAGE-HEADING THRU 3100-EXIT
036000     END-IF.
036100     MOVE WS-RPT-LINE TO CHG-RPT-REC.
036200     WRITE CHG-RPT-REC.
036300     ADD 1 TO WS-LINE-COUNT.
036400     MOVE SPACES TO WS-RPT-LINE.
036500 3000-EXIT.
036600     EXIT.
036700*-----------------------------------------------------------*
036800 3100-PAGE-HEADING.
036900     ADD 1 TO WS-PAGE-COUNT.
037000     MOVE SPACES TO CHG-RPT-REC.
037100     MOVE "MASTER CHANGE JOURNAL" TO CHG-RPT-REC.
037200     MOVE WS-HEAD-TITLE TO CHG-RPT-REC (25:30).
037300     MOVE "PAGE" TO CHG-RPT-REC (60:4).
037400     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
037500     MOVE WS-EDIT-PAGE TO CHG-RPT-REC (65:5).
037600     WRITE CHG-RPT-REC.
037700     MOVE SPACES TO CHG-RPT-REC.
037800     MOVE "KEY     ACTION  DECISION  MAKER    KEYED ON"
037900        TO CHG-RPT-REC (1:44).
038000     MOVE "CHECKER  DECIDED ON" TO CHG-RPT-REC (55:19).
038100     WRITE CHG-RPT-REC.
038200     MOVE SPACES TO CHG-RPT-REC.
038300     WRITE CHG-RPT-REC.
038400     MOVE 3 TO WS-LINE-COUNT.
038500 3100-EXIT.
038600     EXIT.
038700*-----------------------------------------------------------*
038800 6300-STAMP-TO-HMS.
038900     MOVE WS-STAMP-HH TO WS-HMS-HH.
039000     MOVE WS-STAMP-MM TO WS-HMS-MM.
039100     MOVE WS-STAMP-SS TO WS-HMS-SS.
039200 6300-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------*
039500 8000-TOTALS.
039600     MOVE SPACES TO WS-HEAD-TITLE.
039700     IF WS-CNT-SELECTED = ZERO
039800        MOVE "NO JOURNAL ENTRIES MATCH THE SELECTION"
039900           TO WS-RPT-LINE
040000        PERFORM 3000-WRITE-LINE THRU 3000-EXIT
040100     END-IF.
040200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
040300     MOVE "JOURNAL TOTALS" TO WS-RPT-LINE.
040400     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
040500     MOVE "  ENTRIES READ ...........:" TO WS-RPT-LINE.
040600     MOVE WS-REC-COUNT TO WS-EDIT-COUNT.
040700     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
040800     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
040900     MOVE "  ENTRIES SELECTED .......:" TO WS-RPT-LINE.
041000     MOVE WS-CNT-SELECTED TO WS-EDIT-COUNT.
041100     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
041200     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
041300     MOVE "  CHANGES APPLIED ........:" TO WS-RPT-LINE.
041400     MOVE WS-CNT-APPLIED TO WS-EDIT-COUNT.
041500     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
041600     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
041700     MOVE "  CHANGES DECLINED .......:" TO WS-RPT-LINE.
041800     MOVE WS-CNT-DECLINED TO WS-EDIT-COUNT.
041900     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (29:11).
042000     PERFORM 3000-WRITE-LINE THRU 3000-EXIT.
042100 8000-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------*
042400*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
042500*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
042600*-----------------------------------------------------------*
042700 9900-WRITE-RUN-LOG.
042800     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
042900     MOVE WS-CNT-SELECTED TO RLG-OUT-COUNT OF WS-RUN-LOG.
043000     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
043100     CALL "RUNLOGW" USING WS-RUN-LOG.
043200     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
043300 9900-EXIT.
043400     EXIT.
043500*-----------------------------------------------------------*
043600 END PROGRAM CHGRPT.

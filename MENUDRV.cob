001653*                  DATE, MONTH 1-12, DAY 1-31) SO A KEYING
001654*                  SLIP CANNOT ABEND THE TMPLGEN GENERATOR'S
001655*                  DATE ROLL.
001656*  2026-10-15 MWF  RESULT INQUIRY SHOWS THE REVERSED STATUS AND,
001657*                  FOR A REVERSED OR CORRECTED ENTRY, THE
001658*                  REVERSAL DATE AND THE ORIGINAL RESULT.
001659*  2026-10-15 MWF  ADDED THE BATCH SCHEDULE MAINTENANCE OPTION
001660*                  (SCHEDMF, SEE SCHEDREC.CPY) FOR THE
001661*                  EXPECTED BATCHES THE BATCHCHK PRE-RUN
001662*                  CHECK READS TRANSIN AGAINST.
001664*  2026-10-15 MWF  ADDED THE HELD-ITEMS REVIEW OPTION FOR
001666*                  SUPERVISOR PROFILES: LISTS THE HIGH-VALUE
001668*                  WORK THE CALC RUN HELD (HOLDMF, SEE
001670*                  HOLDREC.CPY) WITHIN THE SUPERVISOR'S
001672*                  DEPARTMENT SCOPE AND RELEASES OR REJECTS
001674*                  EACH ITEM, WITH AN AUDIT ENTRY PER
001676*                  DECISION. DEPARTMENT MAINTENANCE NOW TAKES
001678*                  THE DEPARTMENT'S HIGH-VALUE LIMITS. THE
001680*                  SCOPE CHECK NOW WORKS FROM A DEPARTMENT THE
001682*                  CALLER SUPPLIES.
001684*  2026-10-15 MWF  DEPARTMENT MAINTENANCE NOW ALSO KEEPS THE
001686*                  DEPARTMENT'S GENERAL-LEDGER ACCOUNTS
001688*                  (GLMAPMF, SEE GLMAPREC.CPY) FOR THE GL
001690*                  JOURNAL EXTRACT, PER OPERATION CATEGORY.
001691*  2026-10-15 MWF  ADDED THE RESULT BROWSE OPTION: LISTS THE
001692*                  RESULTS MASTER ENTRIES FOR ONE DEPARTMENT
001693*                  OVER A PROCESSING-DATE RANGE, FILTERED ON
001694*                  OPERATOR, STATUS AND A MINIMUM RESULT, TEN
001695*                  TO A PAGE FORWARD AND BACK, WITH A DRILL
001696*                  INTO THE INQUIRY DETAIL. SCOPED AND AUDITED
001697*                  LIKE THE SINGLE-ID INQUIRY. THE RESULTS
001698*                  MASTER IS NOW OPENED FOR DYNAMIC ACCESS.
001699*  2026-10-15 MWF  MAKER-CHECKER: AN ADD, CHANGE OR DELETE ON
001700*                  THE RATES TABLE, DEPARTMENT MASTER OR
001701*                  TEMPLATE MASTER NO LONGER UPDATES THE
001702*                  MASTER. IT WAITS ON THE PENDING-CHANGE FILE
001703*                  (CHGPEND, SEE CHGREC.CPY) WITH ITS BEFORE AND
001704*                  AFTER IMAGES UNTIL A SECOND, DIFFERENT
001705*                  SUPERVISOR APPROVES OR DECLINES IT FROM THE
001706*                  NEW CHANGE APPROVAL OPTION. EVERY DECISION
001707*                  IS WRITTEN TO THE PERMANENT CHANGE JOURNAL
001708*                  (CHGJRNL) WITH MAKER, CHECKER AND TIMES.
001709*  2026-10-15 MWF  DEPARTMENT MAINTENANCE NOW ALSO KEEPS THE
001710*                  DEPARTMENT'S VOLUME AND VALUE ANOMALY LIMITS
001711*                  (ANOMMF, SEE ANOMREC.CPY) FOR THE MTDANOM
001712*                  NIGHTLY CHECK.
001713*  2026-10-15 MWF  THE RESULT INQUIRY SHOWS THE RATE CODE THE
001714*                  SECOND VALUE WAS RESOLVED FROM.
001715*-----------------------------------------------------------*
001716 ENVIRONMENT DIVISION.
001717 INPUT-OUTPUT SECTION.
001720 FILE-CONTROL.
001730     SELECT RESULT-FILE ASSIGN TO "RESULTMF"
001740            ORGANIZATION IS INDEXED
001750            ACCESS MODE IS DYNAMIC
001760            RECORD KEY IS RES-ID
001770            FILE STATUS IS WS-RESULT-FS.
001772
001814     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001815            ORGANIZATION IS LINE SEQUENTIAL
001816            FILE STATUS IS WS-AUDIT-FS.
001817
001818     SELECT SCHED-FILE ASSIGN TO "SCHEDMF"
001819            ORGANIZATION IS INDEXED
001820            ACCESS MODE IS RANDOM
001821            RECORD KEY IS SCH-KEY
001822            FILE STATUS IS WS-SCHED-FS.
001827
001832     SELECT HOLD-FILE ASSIGN TO "HOLDMF"
001837            ORGANIZATION IS INDEXED
001842            ACCESS MODE IS DYNAMIC
001847            RECORD KEY IS HLD-ID
001852            FILE STATUS IS WS-HOLD-FS.
001857
001862     SELECT GLMAP-FILE ASSIGN TO "GLMAPMF"
001867            ORGANIZATION IS INDEXED
001872            ACCESS MODE IS RANDOM
001877            RECORD KEY IS GLM-KEY
001882            FILE STATUS IS WS-GLMAP-FS.
001883     SELECT ANOM-FILE ASSIGN TO "ANOMMF"
001884            ORGANIZATION IS INDEXED
001885            ACCESS MODE IS RANDOM
001886            RECORD KEY IS ANM-DEPT
001887            FILE STATUS IS WS-ANOM-FS.
001888     SELECT CHG-PEND-FILE ASSIGN TO "CHGPEND"
001889            ORGANIZATION IS INDEXED
001890            ACCESS MODE IS DYNAMIC
001891            RECORD KEY IS CHG-KEY
001892            FILE STATUS IS WS-CHG-FS.
001893
001894     SELECT CHG-JRNL-FILE ASSIGN TO "CHGJRNL"
001895            ORGANIZATION IS LINE SEQUENTIAL
001896            FILE STATUS IS WS-CHGJ-FS.
001897*-----------------------------------------------------------*
001900 DATA DIVISION.
001910 FILE SECTION.
001920 FD  RESULT-FILE
001992 FD  AUDIT-FILE
001994     LABEL RECORDS ARE STANDARD.
001996 01  AUDIT-REC                         PIC X(104).
001997 FD  SCHED-FILE
001998     LABEL RECORDS ARE STANDARD.
001999     COPY SCHEDREC REPLACING ==SCHEDULE-RECORD==
002000            BY ==SCHED-MF-REC==.
002010 FD  HOLD-FILE
002020     LABEL RECORDS ARE STANDARD.
002030     COPY HOLDREC REPLACING ==HOLD-RECORD==
002040            BY ==HOLD-MF-REC==.
002042 FD  GLMAP-FILE
002044     LABEL RECORDS ARE STANDARD.
002046     COPY GLMAPREC REPLACING ==GL-MAP-RECORD==
002048            BY ==GLMAP-MF-REC==.
002049 FD  ANOM-FILE
002050     LABEL RECORDS ARE STANDARD.
002051     COPY ANOMREC REPLACING ==ANOMALY-LIMIT-RECORD==
002052            BY ==ANOM-MF-REC==.
002053 FD  CHG-PEND-FILE
002058     LABEL RECORDS ARE STANDARD.
002063     COPY CHGREC REPLACING ==CHANGE-RECORD==
002068            BY ==CHG-PEND-REC==.
002073 FD  CHG-JRNL-FILE
002078     LABEL RECORDS ARE STANDARD.
002083 01  CHG-JRNL-REC                      PIC X(220).
002088 WORKING-STORAGE SECTION.
002100*    WORK AREA FOR THE CALCULATION CURRENTLY BEING PROCESSED
002200     COPY CALCREC REPLACING ==CALC-RECORD== BY ==WS-CALC-REC==.
002300
002737 77  WS-DEPT-KEY                       PIC X(04) VALUE SPACES.
002738 77  WS-DEPT-FOUND-SW                  PIC X(01) VALUE "N".
002739     88  WS-DEPT-FOUND                       VALUE "Y".
002740 01  WS-DEPT-EDIT-FIELDS.
002741     05  WS-DEPT-EDIT-MAX              PIC Z(6)9.99.
002742     05  WS-DEPT-EDIT-CAP              PIC Z(8)9.99.
002743
002744*    GENERAL-LEDGER ACCOUNT MAPPING WORK FIELDS
002745 77  WS-GLMAP-FS                       PIC X(02) VALUE "00".
002746 77  WS-GLMAP-ACTION                   PIC X(01) VALUE SPACE.
002747 77  WS-GLMAP-CAT                      PIC X(01) VALUE SPACE.
002748     88  WS-GLMAP-CAT-VALID                  VALUE " " "+" "-"
002749                                             "*" "/" "%"
002750                                             "^" "\".
002751 77  WS-GLMAP-FOUND-SW                 PIC X(01) VALUE "N".
002752     88  WS-GLMAP-FOUND                      VALUE "Y".
002753*    ANOMALY LIMITS WORK FIELDS
002754 77  WS-ANOM-FS                        PIC X(02) VALUE "00".
002755 77  WS-ANOM-ACTION                    PIC X(01) VALUE SPACE.
002756 77  WS-ANOM-FOUND-SW                  PIC X(01) VALUE "N".
002757     88  WS-ANOM-FOUND                       VALUE "Y".
002758
002759*    RESULTS ARCHIVE SEARCH WORK FIELDS
002760 77  WS-ARCH-FS                        PIC X(02) VALUE "00".
002761 77  WS-ARCH-EOF-SW                    PIC X(01) VALUE "N".
002762     88  WS-ARCH-EOF                         VALUE "Y".
002763 77  WS-ARCH-FOUND-SW                  PIC X(01) VALUE "N".
002764     88  WS-ARCH-FOUND                       VALUE "Y".
002765
002766*    RATES TABLE MAINTENANCE WORK FIELDS
002767 77  WS-RATE-FS                        PIC X(02) VALUE "00".
002768 77  WS-RATE-ACTION                    PIC X(01) VALUE SPACE.
002769 77  WS-RATE-KEY                       PIC X(04) VALUE SPACES.
002770 77  WS-RATE-FOUND-SW                  PIC X(01) VALUE "N".
002771     88  WS-RATE-FOUND                       VALUE "Y".
002772 01  WS-RATE-EDIT-VALUE                PIC -(7)9.99.
002773
002774*    SIGN-ON AND AUTHORIZATION FIELDS. THE SIGNED-ON
002775*    OPERATOR'S PROFILE IS COPIED HERE AT SIGN-ON SO THE
002776*    PROFILE FILE IS NOT HELD OPEN FOR THE WHOLE SESSION.
002777 77  WS-OPER-FS                        PIC X(02) VALUE "00".
002778 77  WS-AUDIT-FS                       PIC X(02) VALUE "00".
002780 77  WS-AUDIT-OPEN-SW                  PIC X(01) VALUE "N".
002782     88  WS-AUDIT-OPEN                       VALUE "Y".
002812 77  WS-SCOPE-OK-SW                    PIC X(01) VALUE "N".
002813     88  WS-SCOPE-OK                         VALUE "Y".
002814 77  WS-SX                             PIC 9(01) COMP VALUE ZERO.
002815*    DEPARTMENT THE SCOPE CHECK IS ASKED ABOUT
002816 77  WS-SCOPE-DEPT                     PIC X(04) VALUE SPACES.
002817
002818*    FIELDS USED TO BUILD ONE AUDIT LOG ENTRY IN THE TAGGED
002821*    AUDITREC LAYOUT THE BATCH RUN WRITES: THE EVENT TEXT
002822*    RIDES THE V1 FIELD AND THE SUBJECT (THE INQUIRED
002842 77  WS-OPER-KEY                       PIC X(08) VALUE SPACES.
002843 77  WS-OPER-FOUND-SW                  PIC X(01) VALUE "N".
002844     88  WS-OPER-FOUND                       VALUE "Y".
002845
002846*    BATCH SCHEDULE MAINTENANCE WORK FIELDS
002847 77  WS-SCHED-FS                       PIC X(02) VALUE "00".
002848 77  WS-SCHED-ACTION                   PIC X(01) VALUE SPACE.
002849 01  WS-SCHED-KEY.
002850     05  WS-SCHED-DEPT                 PIC X(04) VALUE SPACES.
002851     05  WS-SCHED-BATCH                PIC X(08) VALUE SPACES.
002852 77  WS-SCHED-FOUND-SW                 PIC X(01) VALUE "N".
002853     88  WS-SCHED-FOUND                      VALUE "Y".
002854
002855*    HELD-ITEMS REVIEW WORK FIELDS
002856 77  WS-HOLD-FS                        PIC X(02) VALUE "00".
002857 77  WS-HOLD-ACTION                    PIC X(01) VALUE SPACE.
002858 77  WS-HOLD-EOF-SW                    PIC X(01) VALUE "N".
002859     88  WS-HOLD-EOF                         VALUE "Y".
002860 77  WS-HOLD-QUIT-SW                   PIC X(01) VALUE "N".
002861     88  WS-HOLD-QUIT                        VALUE "Y".
002862 77  WS-HOLD-SHOWN                     PIC 9(05) COMP VALUE ZERO.
002863*    TRANSACTION IMAGE STORED WITH THE HELD ITEM
002864     COPY CALCTXN REPLACING ==CALC-TRANS-RECORD==
002865            BY ==WS-HOLD-TXN==.
002867*    RESULT BROWSE WORK FIELDS. THE KEY OF THE FIRST MATCH ON
002869*    EACH PAGE IS KEPT SO THE OPERATOR CAN PAGE BACK, AND THE
002871*    KEYS SHOWN ON THE CURRENT PAGE SO A LINE CAN BE PICKED.
002873 77  WS-BRW-EOF-SW                     PIC X(01) VALUE "N".
002875     88  WS-BRW-EOF                          VALUE "Y".
002877 77  WS-BRW-MATCH-SW                   PIC X(01) VALUE "N".
002879     88  WS-BRW-MATCH                        VALUE "Y".
002881 77  WS-BRW-MORE-SW                    PIC X(01) VALUE "N".
002883     88  WS-BRW-MORE                         VALUE "Y".
002885 77  WS-BRW-QUIT-SW                    PIC X(01) VALUE "N".
002887     88  WS-BRW-QUIT                         VALUE "Y".
002889 77  WS-BRW-DEPT                       PIC X(04) VALUE SPACES.
002891 77  WS-BRW-FROM-ENTRY                 PIC X(08) VALUE SPACES.
002893 77  WS-BRW-TO-ENTRY                   PIC X(08) VALUE SPACES.
002895 77  WS-BRW-FROM                       PIC 9(08) VALUE ZERO.
002897 77  WS-BRW-TO                         PIC 9(08) VALUE ZERO.
002899 77  WS-BRW-OP                         PIC X(01) VALUE SPACE.
002901 77  WS-BRW-STATUS                     PIC X(01) VALUE SPACE.
002903 77  WS-BRW-MIN                        PIC 9(07) VALUE ZERO.
002905 77  WS-BRW-MIN-NEG                    PIC S9(07)V99 VALUE ZERO.
002907 77  WS-BRW-ACTION                     PIC X(02) VALUE SPACES.
002909 77  WS-BRW-PICK                       PIC 9(02) VALUE ZERO.
002911 77  WS-BRW-PAGE                       PIC 9(03) COMP VALUE ZERO.
002913 77  WS-BRW-PAGE-MAX                   PIC 9(03) COMP VALUE 500.
002915 77  WS-BRW-PAGE-SIZE                  PIC 9(02) COMP VALUE 10.
002917 77  WS-BRW-SHOWN                      PIC 9(02) COMP VALUE ZERO.
002919 01  WS-BRW-PAGE-TABLE.
002921     05  WS-BRW-PAGE-START OCCURS 500 TIMES
002923                                       PIC X(10).
002925 01  WS-BRW-LINE-TABLE.
002927     05  WS-BRW-LINE-ID OCCURS 10 TIMES
002929                                       PIC X(10).
002931 01  WS-BRW-EDIT-LINE                  PIC Z9.
002933 01  WS-BRW-EDIT-PAGE                  PIC ZZ9.
002934*    MASTER-CHANGE (MAKER-CHECKER) WORK FIELDS. THE MAINTENANCE
002935*    OPTIONS FILL THE NEW-CHANGE FIELDS AND QUEUE THE CHANGE;
002936*    THE APPROVAL OPTION SHOWS EACH IMAGE THROUGH A WORK COPY
002937*    OF ITS MASTER'S RECORD LAYOUT.
002938 77  WS-CHG-FS                         PIC X(02) VALUE "00".
002939 77  WS-CHGJ-FS                        PIC X(02) VALUE "00".
002940 77  WS-CHG-ACTION                     PIC X(01) VALUE SPACE.
002941 77  WS-CHG-EOF-SW                     PIC X(01) VALUE "N".
002942     88  WS-CHG-EOF                          VALUE "Y".
002943 77  WS-CHG-QUIT-SW                    PIC X(01) VALUE "N".
002944     88  WS-CHG-QUIT                         VALUE "Y".
002945 77  WS-CHG-APPLY-SW                   PIC X(01) VALUE "N".
002946     88  WS-CHG-APPLY-OK                     VALUE "Y".
002947 77  WS-CHG-SHOWN                      PIC 9(05) COMP VALUE ZERO.
002948 77  WS-CHG-OWN                        PIC 9(05) COMP VALUE ZERO.
002949 77  WS-CHG-NEW-MASTER                 PIC X(01) VALUE SPACE.
002950 77  WS-CHG-NEW-KEY                    PIC X(06) VALUE SPACES.
002951 77  WS-CHG-NEW-ACTION                 PIC X(01) VALUE SPACE.
002952 01  WS-CHG-BEFORE                     PIC X(80) VALUE SPACES.
002953 01  WS-CHG-AFTER                      PIC X(80) VALUE SPACES.
002954 01  WS-CHG-IMAGE                      PIC X(80) VALUE SPACES.
002955     COPY RATEREC REPLACING ==RATE-RECORD== BY ==WS-CHG-RATE==.
002956     COPY DEPTREC REPLACING ==DEPARTMENT-RECORD==
002957            BY ==WS-CHG-DEPT==.
002958     COPY TMPLREC REPLACING ==TEMPLATE-RECORD==
002959            BY ==WS-CHG-TMPL==.
002960
002961*    MEMORY REGISTER: HOLDS THE LAST SUCCESSFUL RESULT SO THE
002962*    OPERATOR CAN ENTER M FOR VALOR 1 TO CHAIN CALCULATIONS
002963 77  WS-MEMORY                         PIC S9(7)V99 VALUE ZERO.
002964 77  WS-MEM-OK-SW                      PIC X(01) VALUE "N".
002965     88  WS-MEM-OK                           VALUE "Y".
002966 01  WS-V1-ENTRY                       PIC X(12) VALUE SPACES.
002967 77  WS-CX                             PIC 9(02) COMP VALUE ZERO.
002968 77  WS-V1-VALID-SW                    PIC X(01) VALUE "N".
002969     88  WS-V1-VALID                         VALUE "Y".
002970 77  WS-V1-DOT-SW                      PIC X(01) VALUE "N".
002971     88  WS-V1-DOT-SEEN                      VALUE "Y".
002972 77  WS-V1-END-SW                      PIC X(01) VALUE "N".
002973     88  WS-V1-ENDED                         VALUE "Y".
002974*    NUMERIC-EDITED WORK FIELDS SO THE INQUIRY SHOWS SIGNED,
002975*    READABLE DECIMAL VALUES INSTEAD OF RAW STORAGE BYTES
002976 01  WS-INQ-EDIT-FIELDS.
003000     05  WS-INQ-V1                     PIC -(7)9.99.
003100     05  WS-INQ-V2                     PIC -(7)9.99.
003200     05  WS-INQ-RE                     PIC -(7)9.99.
004520     DISPLAY "  4 - DEPARTMENT MAINTENANCE".
004530     DISPLAY "  5 - RATE TABLE MAINTENANCE".
004540     DISPLAY "  6 - OPERATOR PROFILES".
004570     DISPLAY "  7 - BATCH SCHEDULE MAINTENANCE".
004580     DISPLAY "  8 - HELD ITEMS REVIEW".
004585     DISPLAY "  9 - RESULT BROWSE".
004590     DISPLAY "  A - CHANGE APPROVAL".
004600     DISPLAY "  X - EXIT".
004700     DISPLAY "OPCAO ?".
004800     ACCEPT WS-MENU-CHOICE.
005376           ELSE
005378              PERFORM 0800-NOT-AUTHORIZED THRU 0800-EXIT
005382           END-IF
005384        WHEN "7"
005386           IF WS-OPR-MAY-MAINT
005388              PERFORM 8000-SCHED-MAINT THRU 8000-EXIT
005390           ELSE
005392              PERFORM 0800-NOT-AUTHORIZED THRU 0800-EXIT
005393           END-IF
005394        WHEN "8"
005395           IF WS-OPR-SUPER
005396              PERFORM 9000-HOLD-REVIEW THRU 9000-EXIT
005397           ELSE
005398              PERFORM 0800-NOT-AUTHORIZED THRU 0800-EXIT
005399           END-IF
005409        WHEN "9"
005419           IF WS-OPR-MAY-INQ
005429              PERFORM 3300-BROWSE THRU 3300-EXIT
005439           ELSE
005449              PERFORM 0800-NOT-AUTHORIZED THRU 0800-EXIT
005459           END-IF
005460        WHEN "A"
005461        WHEN "a"
005462           IF WS-OPR-SUPER
005463              PERFORM 9500-CHG-REVIEW THRU 9500-EXIT
005464           ELSE
005465              PERFORM 0800-NOT-AUTHORIZED THRU 0800-EXIT
005466           END-IF
005469        WHEN "X"
005500        WHEN "x"
005600           CONTINUE
005700        WHEN OTHER
009800        INVALID KEY
009900           PERFORM 3200-SEARCH-ARCHIVE THRU 3200-EXIT
010000        NOT INVALID KEY
010005           MOVE RES-DEPT OF RESULT-MF-REC TO WS-SCOPE-DEPT
010010           PERFORM 3150-CHECK-SCOPE THRU 3150-EXIT
010020           IF WS-SCOPE-OK
010100              PERFORM 3100-SHOW-RESULT THRU 3100-EXIT
011200     DISPLAY "VALOR 1 .........: " WS-INQ-V1.
011300     DISPLAY "OPERACAO ........: " RES-OP OF RESULT-MF-REC.
011400     DISPLAY "VALOR 2 .........: " WS-INQ-V2.
011420     IF RES-RATE-CODE OF RESULT-MF-REC NOT = SPACES
011440        DISPLAY "RATE CODE .......: "
011460           RES-RATE-CODE OF RESULT-MF-REC
011480     END-IF.
011500     DISPLAY "RESULTADO .......: " WS-INQ-RE.
011550     IF RES-OP OF RESULT-MF-REC = "\"
011560        DISPLAY "RESTO ...........: " WS-INQ-RMDR
012280           DISPLAY "STATUS ..........: REJECTED - DUPLICATE ID"
012282        WHEN "R"
012284           DISPLAY "STATUS ..........: REJECTED - RATE UNKNOWN"
012289        WHEN "V"
012294           DISPLAY "STATUS ..........: REVERSED"
012300        WHEN OTHER
012400           DISPLAY "STATUS ..........: "
012450              RES-STATUS OF RESULT-MF-REC
012500     END-EVALUATE.
012600     DISPLAY "PROCESSED ON ....: " RES-PROC-DATE OF RESULT-MF-REC.
012610     IF RES-REV-DATE OF RESULT-MF-REC NOT = ZERO
012620        MOVE RES-ORIG-RE OF RESULT-MF-REC TO WS-INQ-RE
012630        DISPLAY "REVERSED ON .....: "
012640           RES-REV-DATE OF RESULT-MF-REC
012650        DISPLAY "ORIGINAL DATE ...: "
012660           RES-ORIG-DATE OF RESULT-MF-REC
012670        DISPLAY "ORIGINAL RESULT .: " WS-INQ-RE
012680     END-IF.
012700 3100-EXIT.
012800     EXIT.
012801*-----------------------------------------------------------*
012802*  DEPARTMENT SCOPE CHECK: "*ALL" IN THE PROFILE'S FIRST       *
012803*  LIST ENTRY MEANS EVERY DEPARTMENT, OTHERWISE THE DEPARTMENT *
012804*  THE CALLER MOVED TO WS-SCOPE-DEPT MUST BE ON THE LIST.      *
012805*-----------------------------------------------------------*
012806 3150-CHECK-SCOPE.
012807     MOVE "N" TO WS-SCOPE-OK-SW.
012821 3160-SCAN-SCOPE.
012822     IF WS-SX NOT > 5
012823        AND WS-OPR-DEPT (WS-SX) NOT = SPACES
012824        AND WS-OPR-DEPT (WS-SX) = WS-SCOPE-DEPT
012825        SET WS-SCOPE-OK TO TRUE
012826     END-IF.
012827 3160-EXIT.
012886     CLOSE ARCH-FILE.
012888     IF WS-ARCH-FOUND
012889        MOVE RESULT-ARCH-REC TO RESULT-MF-REC
012890        MOVE RES-DEPT OF RESULT-MF-REC TO WS-SCOPE-DEPT
012891        PERFORM 3150-CHECK-SCOPE THRU 3150-EXIT
012892        IF WS-SCOPE-OK
012893           DISPLAY "TRANSACTION FOUND IN THE RESULTS ARCHIVE:"
012894           PERFORM 3100-SHOW-RESULT THRU 3100-EXIT
012895        ELSE
012897           DISPLAY "NOT AUTHORIZED FOR DEPARTMENT "
012934 3250-EXIT.
012936     EXIT.
012937*-----------------------------------------------------------*
012938*  RESULT BROWSE: ONE DEPARTMENT OVER A PROCESSING-DATE        *
012939*  RANGE, WITH OPTIONAL OPERATOR, STATUS AND MINIMUM-RESULT    *
012940*  FILTERS. THE BROWSE IS AUDITED AND SCOPE-CHECKED ONCE FOR   *
012941*  THE DEPARTMENT, AND EVERY LINE DRILLED INTO IS AUDITED AS   *
012942*  AN INQUIRY ON ITS ID, THE SAME AS A SINGLE-ID INQUIRY.      *
012943*-----------------------------------------------------------*
012944 3300-BROWSE.
012945     PERFORM 3350-BROWSE-PARMS THRU 3350-EXIT.
012946     IF WS-BRW-QUIT
012947        GO TO 3300-EXIT
012948     END-IF.
012949     MOVE WS-OPR-ID TO WS-AUD-USER.
012950     MOVE "BROWSE" TO WS-AUD-EVENT.
012951     MOVE "B" TO WS-AUD-OP.
012952     MOVE WS-BRW-DEPT TO WS-AUD-SUBJECT.
012953     PERFORM 0900-WRITE-AUDIT THRU 0900-EXIT.
012954     MOVE WS-BRW-DEPT TO WS-SCOPE-DEPT.
012955     PERFORM 3150-CHECK-SCOPE THRU 3150-EXIT.
012956     IF NOT WS-SCOPE-OK
012957        DISPLAY "NOT AUTHORIZED FOR DEPARTMENT " WS-BRW-DEPT
012958        GO TO 3300-EXIT
012959     END-IF.
012960     OPEN INPUT RESULT-FILE.
012961     IF WS-RESULT-FS NOT = "00"
012962        DISPLAY "RESULTS MASTER NOT AVAILABLE - FILE STATUS "
012963           WS-RESULT-FS
012964        GO TO 3300-EXIT
012965     END-IF.
012966     MOVE SPACES TO WS-BRW-PAGE-TABLE.
012967     MOVE LOW-VALUES TO WS-BRW-PAGE-START (1).
012968     MOVE 1 TO WS-BRW-PAGE.
012969     PERFORM 3400-SHOW-PAGE THRU 3400-EXIT.
012970     IF WS-BRW-SHOWN = ZERO
012971        DISPLAY "NO RESULTS MATCH THE BROWSE"
012972        SET WS-BRW-QUIT TO TRUE
012973     END-IF.
012974     PERFORM 3500-BROWSE-ACTION THRU 3500-EXIT
012975        UNTIL WS-BRW-QUIT.
012976     CLOSE RESULT-FILE.
012977 3300-EXIT.
012978     EXIT.
012979*-----------------------------------------------------------*
012980*  TAKES THE BROWSE SELECTION. A BLANK DATE LEAVES THAT END    *
012981*  OF THE RANGE OPEN; A BLANK OPERATOR OR STATUS, OR A ZERO    *
012982*  MINIMUM, MEANS ANY.                                         *
012983*-----------------------------------------------------------*
012984 3350-BROWSE-PARMS.
012985     MOVE "N" TO WS-BRW-QUIT-SW.
012986     DISPLAY "DEPARTAMENTO ?".
012987     ACCEPT WS-BRW-DEPT.
012988     IF WS-BRW-DEPT = SPACES
012989        DISPLAY "A DEPARTMENT IS REQUIRED"
012990        SET WS-BRW-QUIT TO TRUE
012991        GO TO 3350-EXIT
012992     END-IF.
012993     DISPLAY "PROCESSED FROM (YYYYMMDD, BLANK = ANY) ?".
012994     ACCEPT WS-BRW-FROM-ENTRY.
012995     DISPLAY "PROCESSED TO (YYYYMMDD, BLANK = ANY) ?".
012996     ACCEPT WS-BRW-TO-ENTRY.
012997     MOVE ZERO TO WS-BRW-FROM.
012998     MOVE 99999999 TO WS-BRW-TO.
012999     IF WS-BRW-FROM-ENTRY NOT = SPACES
013000        IF WS-BRW-FROM-ENTRY NUMERIC
013001           MOVE WS-BRW-FROM-ENTRY TO WS-BRW-FROM
013002        ELSE
013003           DISPLAY "INVALID FROM DATE: " WS-BRW-FROM-ENTRY
013004           SET WS-BRW-QUIT TO TRUE
013005           GO TO 3350-EXIT
013006        END-IF
013007     END-IF.
013008     IF WS-BRW-TO-ENTRY NOT = SPACES
013009        IF WS-BRW-TO-ENTRY NUMERIC
013010           MOVE WS-BRW-TO-ENTRY TO WS-BRW-TO
013011        ELSE
013012           DISPLAY "INVALID TO DATE: " WS-BRW-TO-ENTRY
013013           SET WS-BRW-QUIT TO TRUE
013014           GO TO 3350-EXIT
013015        END-IF
013016     END-IF.
013017     IF WS-BRW-FROM > WS-BRW-TO
013018        DISPLAY "FROM DATE IS AFTER TO DATE"
013019        SET WS-BRW-QUIT TO TRUE
013020        GO TO 3350-EXIT
013021     END-IF.
013022     DISPLAY "OPERACAO (BLANK = ANY) ?".
013023     ACCEPT WS-BRW-OP.
013024     DISPLAY "STATUS (O Z B S D R V, BLANK = ANY) ?".
013025     ACCEPT WS-BRW-STATUS.
013026     DISPLAY "MINIMUM RESULT, WHOLE UNITS (0 = ANY) ?".
013027     ACCEPT WS-BRW-MIN.
013028     COMPUTE WS-BRW-MIN-NEG = ZERO - WS-BRW-MIN.
013029 3350-EXIT.
013030     EXIT.
013031*-----------------------------------------------------------*
013032*  LISTS ONE PAGE FROM THE PAGE'S STARTING KEY, THEN LOOKS     *
013033*  AHEAD FOR ONE MORE MATCH TO KNOW WHETHER A NEXT PAGE        *
013034*  EXISTS AND WHERE IT STARTS.                                 *
013035*-----------------------------------------------------------*
013036 3400-SHOW-PAGE.
013037     MOVE ZERO TO WS-BRW-SHOWN.
013038     MOVE SPACES TO WS-BRW-LINE-TABLE.
013039     MOVE "N" TO WS-BRW-EOF-SW.
013040     MOVE "N" TO WS-BRW-MORE-SW.
013041     MOVE WS-BRW-PAGE-START (WS-BRW-PAGE)
013042        TO RES-ID OF RESULT-MF-REC.
013043     START RESULT-FILE KEY IS NOT LESS THAN
013044           RES-ID OF RESULT-MF-REC
013045        INVALID KEY
013046           SET WS-BRW-EOF TO TRUE
013047     END-START.
013048     MOVE WS-BRW-PAGE TO WS-BRW-EDIT-PAGE.
013049     DISPLAY "DEPARTAMENTO " WS-BRW-DEPT
013050        "   PAGE " WS-BRW-EDIT-PAGE.
013051     DISPLAY "NO TRANSACTION PROCESSED OP      RESULTADO ST".
013052     PERFORM 3450-LIST-ONE THRU 3450-EXIT
013053        UNTIL WS-BRW-EOF OR WS-BRW-SHOWN = WS-BRW-PAGE-SIZE.
013054     IF WS-BRW-EOF
013055        GO TO 3400-EXIT
013056     END-IF.
013057     MOVE "N" TO WS-BRW-MATCH-SW.
013058     PERFORM 3460-READ-NEXT THRU 3460-EXIT
013059        UNTIL WS-BRW-MATCH OR WS-BRW-EOF.
013060     IF NOT WS-BRW-MATCH
013061        GO TO 3400-EXIT
013062     END-IF.
013063     IF WS-BRW-PAGE NOT < WS-BRW-PAGE-MAX
013064        DISPLAY "BROWSE LIMIT REACHED - NARROW THE DATE RANGE"
013065        GO TO 3400-EXIT
013066     END-IF.
013067     SET WS-BRW-MORE TO TRUE.
013068     MOVE RES-ID OF RESULT-MF-REC
013069        TO WS-BRW-PAGE-START (WS-BRW-PAGE + 1).
013070 3400-EXIT.
013071     EXIT.
013072*-----------------------------------------------------------*
013073 3450-LIST-ONE.
013074     MOVE "N" TO WS-BRW-MATCH-SW.
013075     PERFORM 3460-READ-NEXT THRU 3460-EXIT
013076        UNTIL WS-BRW-MATCH OR WS-BRW-EOF.
013077     IF WS-BRW-EOF
013078        GO TO 3450-EXIT
013079     END-IF.
013080     ADD 1 TO WS-BRW-SHOWN.
013081     MOVE RES-ID OF RESULT-MF-REC
013082        TO WS-BRW-LINE-ID (WS-BRW-SHOWN).
013083     MOVE WS-BRW-SHOWN TO WS-BRW-EDIT-LINE.
013084     MOVE RES-RE OF RESULT-MF-REC TO WS-INQ-RE.
013085     DISPLAY WS-BRW-EDIT-LINE " " RES-ID OF RESULT-MF-REC " "
013086        RES-PROC-DATE OF RESULT-MF-REC "  "
013087        RES-OP OF RESULT-MF-REC " " WS-INQ-RE " "
013088        RES-STATUS OF RESULT-MF-REC.
013089 3450-EXIT.
013090     EXIT.
013091*-----------------------------------------------------------*
013092*  READS THE NEXT MASTER ENTRY AND SAYS WHETHER IT PASSES      *
013093*  EVERY BROWSE FILTER.                                        *
013094*-----------------------------------------------------------*
013095 3460-READ-NEXT.
013096     READ RESULT-FILE NEXT RECORD
013097        AT END
013098           SET WS-BRW-EOF TO TRUE
013099           GO TO 3460-EXIT
013100     END-READ.
013101     IF RES-DEPT OF RESULT-MF-REC NOT = WS-BRW-DEPT
013102        GO TO 3460-EXIT
013103     END-IF.
013104     IF RES-PROC-DATE OF RESULT-MF-REC < WS-BRW-FROM
013105        OR RES-PROC-DATE OF RESULT-MF-REC > WS-BRW-TO
013106        GO TO 3460-EXIT
013107     END-IF.
013108     IF WS-BRW-OP NOT = SPACE
013109        AND RES-OP OF RESULT-MF-REC NOT = WS-BRW-OP
013110        GO TO 3460-EXIT
013111     END-IF.
013112     IF WS-BRW-STATUS NOT = SPACE
013113        AND RES-STATUS OF RESULT-MF-REC NOT = WS-BRW-STATUS
013114        GO TO 3460-EXIT
013115     END-IF.
013116     IF WS-BRW-MIN > ZERO
013117        AND RES-RE OF RESULT-MF-REC < WS-BRW-MIN
013118        AND RES-RE OF RESULT-MF-REC > WS-BRW-MIN-NEG
013119        GO TO 3460-EXIT
013120     END-IF.
013121     SET WS-BRW-MATCH TO TRUE.
013122 3460-EXIT.
013123     EXIT.
013124*-----------------------------------------------------------*
013125 3500-BROWSE-ACTION.
013126     DISPLAY "ACAO (N=NEXT P=PREVIOUS 1-10=DETAIL Q=QUIT) ?".
013127     MOVE SPACES TO WS-BRW-ACTION.
013128     ACCEPT WS-BRW-ACTION.
013129     MOVE ZERO TO WS-BRW-PICK.
013130     IF WS-BRW-ACTION (1:1) NUMERIC
013131        AND WS-BRW-ACTION (2:1) = SPACE
013132        MOVE WS-BRW-ACTION (1:1) TO WS-BRW-PICK
013133     END-IF.
013134     IF WS-BRW-ACTION NUMERIC
013135        MOVE WS-BRW-ACTION TO WS-BRW-PICK
013136     END-IF.
013137     IF WS-BRW-PICK > ZERO
013138        IF WS-BRW-PICK > WS-BRW-SHOWN
013139           DISPLAY "NO SUCH LINE ON THIS PAGE: " WS-BRW-ACTION
013140        ELSE
013141           PERFORM 3600-BROWSE-DRILL THRU 3600-EXIT
013142        END-IF
013143        GO TO 3500-EXIT
013144     END-IF.
013145     EVALUATE WS-BRW-ACTION
013146        WHEN "N"
013147        WHEN "n"
013148           IF WS-BRW-MORE
013149              ADD 1 TO WS-BRW-PAGE
013150              PERFORM 3400-SHOW-PAGE THRU 3400-EXIT
013151           ELSE
013152              DISPLAY "NO MORE PAGES"
013153           END-IF
013154        WHEN "P"
013155        WHEN "p"
013156           IF WS-BRW-PAGE > 1
013157              SUBTRACT 1 FROM WS-BRW-PAGE
013158              PERFORM 3400-SHOW-PAGE THRU 3400-EXIT
013159           ELSE
013160              DISPLAY "ALREADY ON THE FIRST PAGE"
013161           END-IF
013162        WHEN "Q"
013163        WHEN "q"
013164           SET WS-BRW-QUIT TO TRUE
013165        WHEN OTHER
013166           DISPLAY "ACAO INVALIDA: " WS-BRW-ACTION
013167     END-EVALUATE.
013168 3500-EXIT.
013169     EXIT.
013170*-----------------------------------------------------------*
013171*  SHOWS THE PICKED LINE THROUGH THE INQUIRY DETAIL, AUDITED   *
013172*  AS AN INQUIRY ON ITS ID, THEN REDISPLAYS THE PAGE.          *
013173*-----------------------------------------------------------*
013174 3600-BROWSE-DRILL.
013175     MOVE WS-BRW-LINE-ID (WS-BRW-PICK) TO WS-INQ-ID.
013176     MOVE WS-OPR-ID TO WS-AUD-USER.
013177     MOVE "INQUIRY" TO WS-AUD-EVENT.
013178     MOVE "I" TO WS-AUD-OP.
013179     MOVE WS-INQ-ID TO WS-AUD-SUBJECT.
013180     PERFORM 0900-WRITE-AUDIT THRU 0900-EXIT.
013181     MOVE WS-INQ-ID TO RES-ID OF RESULT-MF-REC.
013182     READ RESULT-FILE
013183        INVALID KEY
013184           DISPLAY "TRANSACTION NO LONGER ON THE MASTER: "
013185              WS-INQ-ID
013186        NOT INVALID KEY
013187           PERFORM 3100-SHOW-RESULT THRU 3100-EXIT
013188     END-READ.
013189     PERFORM 3400-SHOW-PAGE THRU 3400-EXIT.
013190 3600-EXIT.
013191     EXIT.
013192*-----------------------------------------------------------*
013193*  STANDING-CALCULATION TEMPLATE MAINTENANCE AGAINST THE       *
013200*  TMPLMF MASTER THE TMPLGEN BATCH GENERATOR SELECTS FROM.     *
013300*  ONE ACTION PER MENU VISIT, LIKE THE RESULT INQUIRY.         *
013330*  THE CHANGE IS QUEUED FOR A SECOND SUPERVISOR'S APPROVAL     *
013360*  (9400), NOT APPLIED HERE.                                   *
013400*-----------------------------------------------------------*
013500 4000-TMPL-MAINT.
013600     OPEN I-O TEMPLATE-FILE.
018720        DISPLAY "TEMPLATE NOT ADDED"
018730        GO TO 4100-EXIT
018740     END-IF.
018890     MOVE SPACES TO WS-CHG-BEFORE.
019040     MOVE TEMPLATE-MF-REC TO WS-CHG-AFTER.
019190     MOVE "A" TO WS-CHG-NEW-ACTION.
019340     PERFORM 4600-TMPL-QUEUE THRU 4600-EXIT.
019500 4100-EXIT.
019600     EXIT.
019700*-----------------------------------------------------------*
020100        GO TO 4200-EXIT
020200     END-IF.
020300     PERFORM 4500-TMPL-SHOW THRU 4500-EXIT.
020350     MOVE TEMPLATE-MF-REC TO WS-CHG-BEFORE.
020400     PERFORM 4400-TMPL-GET-FIELDS THRU 4400-EXIT.
020410     IF NOT WS-TMPL-VALID
020420        DISPLAY "TEMPLATE NOT CHANGED"
020430        GO TO 4200-EXIT
020440     END-IF.
020630     MOVE TEMPLATE-MF-REC TO WS-CHG-AFTER.
020820     MOVE "C" TO WS-CHG-NEW-ACTION.
021010     PERFORM 4600-TMPL-QUEUE THRU 4600-EXIT.
021200 4200-EXIT.
021300     EXIT.
021400*-----------------------------------------------------------*
021800        GO TO 4300-EXIT
021900     END-IF.
022000     PERFORM 4500-TMPL-SHOW THRU 4500-EXIT.
022160     MOVE TEMPLATE-MF-REC TO WS-CHG-BEFORE.
022320     MOVE SPACES TO WS-CHG-AFTER.
022480     MOVE "D" TO WS-CHG-NEW-ACTION.
022640     PERFORM 4600-TMPL-QUEUE THRU 4600-EXIT.
022800 4300-EXIT.
022900     EXIT.
023000*-----------------------------------------------------------*
026100        TPL-NEXT-DUE OF TEMPLATE-MF-REC.
026200 4500-EXIT.
026300     EXIT.
026310*-----------------------------------------------------------*
026320 4600-TMPL-QUEUE.
026330     MOVE "T" TO WS-CHG-NEW-MASTER.
026340     MOVE WS-TMPL-ID TO WS-CHG-NEW-KEY.
026350     PERFORM 9400-QUEUE-CHANGE THRU 9400-EXIT.
026360 4600-EXIT.
026370     EXIT.
026400*-----------------------------------------------------------*
026600*  DEPARTMENT MASTER MAINTENANCE AGAINST THE DEPTMF MASTER     *
026700*  THE EDIT STEP VALIDATES TRANSACTION DEPARTMENT CODES        *
026800*  AGAINST. ONE ACTION PER MENU VISIT, LIKE THE TEMPLATE       *
026850*  MAINTENANCE OPTION. ADD, CHANGE AND DELETE ARE QUEUED FOR   *
026900*  A SECOND SUPERVISOR'S APPROVAL (9400), NOT APPLIED HERE;    *
026930*  THE GL ACCOUNT MAPPING AND THE ANOMALY LIMITS ARE           *
026960*  MAINTAINED DIRECTLY.                                        *
027000*-----------------------------------------------------------*
027100 5000-DEPT-MAINT.
027200     OPEN I-O DEPT-FILE.
028000           WS-DEPT-FS
028100        GO TO 5000-EXIT
028200     END-IF.
028260     DISPLAY "ACAO (A=ADD C=CHANGE D=DELETE G=GL ACCOUNTS "
028320        "L=ANOMALY LIMITS) ?".
028400     ACCEPT WS-DEPT-ACTION.
028500     DISPLAY "DEPARTMENT CODE ?".
028600     ACCEPT WS-DEPT-KEY.
029600        WHEN "D"
029700        WHEN "d"
029800           PERFORM 5300-DEPT-DELETE THRU 5300-EXIT
029820        WHEN "G"
029840        WHEN "g"
029860           PERFORM 5600-GLMAP-MAINT THRU 5600-EXIT
029870        WHEN "L"
029880        WHEN "l"
029890           PERFORM 5992-ANOM-MAINT THRU 5992-EXIT
029900        WHEN OTHER
030000           DISPLAY "ACAO INVALIDA: " WS-DEPT-ACTION
030100     END-EVALUATE.
032100     END-IF.
032200     MOVE WS-DEPT-KEY TO DEPT-CODE OF DEPT-MF-REC.
032300     PERFORM 5400-DEPT-GET-FIELDS THRU 5400-EXIT.
032460     MOVE SPACES TO WS-CHG-BEFORE.
032620     MOVE DEPT-MF-REC TO WS-CHG-AFTER.
032780     MOVE "A" TO WS-CHG-NEW-ACTION.
032940     PERFORM 5550-DEPT-QUEUE THRU 5550-EXIT.
033100 5100-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------*
033700        GO TO 5200-EXIT
033800     END-IF.
033900     PERFORM 5500-DEPT-SHOW THRU 5500-EXIT.
033950     MOVE DEPT-MF-REC TO WS-CHG-BEFORE.
034000     PERFORM 5400-DEPT-GET-FIELDS THRU 5400-EXIT.
034200     MOVE DEPT-MF-REC TO WS-CHG-AFTER.
034400     MOVE "C" TO WS-CHG-NEW-ACTION.
034600     PERFORM 5550-DEPT-QUEUE THRU 5550-EXIT.
034800 5200-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------*
035400        GO TO 5300-EXIT
035500     END-IF.
035600     PERFORM 5500-DEPT-SHOW THRU 5500-EXIT.
035760     MOVE DEPT-MF-REC TO WS-CHG-BEFORE.
035920     MOVE SPACES TO WS-CHG-AFTER.
036080     MOVE "D" TO WS-CHG-NEW-ACTION.
036240     PERFORM 5550-DEPT-QUEUE THRU 5550-EXIT.
036400 5300-EXIT.
036500     EXIT.
036600*-----------------------------------------------------------*
037100     ACCEPT DEPT-ACTIVE-FLAG OF DEPT-MF-REC.
037200     DISPLAY "RESPONSIBLE CONTACT ?".
037300     ACCEPT DEPT-CONTACT OF DEPT-MF-REC.
037320     DISPLAY "LARGEST SINGLE RESULT (0 = NO LIMIT) ?".
037340     ACCEPT DEPT-MAX-RESULT OF DEPT-MF-REC.
037360     DISPLAY "DAILY VALUE CAP (0 = NO LIMIT) ?".
037380     ACCEPT DEPT-DAY-CAP OF DEPT-MF-REC.
037400 5400-EXIT.
037500     EXIT.
037600*-----------------------------------------------------------*
038000     DISPLAY "ACTIVE ..........: "
038100        DEPT-ACTIVE-FLAG OF DEPT-MF-REC.
038200     DISPLAY "CONTACT .........: " DEPT-CONTACT OF DEPT-MF-REC.
038205     IF DEPT-MAX-RESULT OF DEPT-MF-REC NUMERIC
038210        MOVE DEPT-MAX-RESULT OF DEPT-MF-REC TO WS-DEPT-EDIT-MAX
038215     ELSE
038220        MOVE ZERO TO WS-DEPT-EDIT-MAX
038225     END-IF.
038230     IF DEPT-DAY-CAP OF DEPT-MF-REC NUMERIC
038235        MOVE DEPT-DAY-CAP OF DEPT-MF-REC TO WS-DEPT-EDIT-CAP
038240     ELSE
038245        MOVE ZERO TO WS-DEPT-EDIT-CAP
038250     END-IF.
038255     DISPLAY "MAX SINGLE RESULT: " WS-DEPT-EDIT-MAX.
038260     DISPLAY "DAILY VALUE CAP .: " WS-DEPT-EDIT-CAP.
038300 5500-EXIT.
038400     EXIT.
038401*-----------------------------------------------------------*
038402 5550-DEPT-QUEUE.
038403     MOVE "D" TO WS-CHG-NEW-MASTER.
038404     MOVE WS-DEPT-KEY TO WS-CHG-NEW-KEY.
038405     PERFORM 9400-QUEUE-CHANGE THRU 9400-EXIT.
038406 5550-EXIT.
038407     EXIT.
038408*-----------------------------------------------------------*
038409*  GENERAL-LEDGER ACCOUNT MAPPING FOR THE DEPARTMENT KEYED AT  *
038410*  5000, OR FOR "*ALL" - THE INSTALLATION DEFAULTS. ONE ENTRY  *
038411*  PER OPERATION CATEGORY; A BLANK CATEGORY COVERS EVERY       *
038412*  CATEGORY WITHOUT ITS OWN ENTRY. THE GLJRNL EXTRACT READS    *
038413*  IT. DEPARTMENT MAINTENANCE ALREADY HAS THE DEPTMF MASTER    *
038414*  OPEN.                                                       *
038416*-----------------------------------------------------------*
038418 5600-GLMAP-MAINT.
038420     IF NOT WS-DEPT-FOUND
038422        AND WS-DEPT-KEY NOT = "*ALL"
038424        DISPLAY "DEPARTMENT NOT FOUND: " WS-DEPT-KEY
038426        GO TO 5600-EXIT
038428     END-IF.
038430     OPEN I-O GLMAP-FILE.
038432     IF WS-GLMAP-FS = "35"
038434        OPEN OUTPUT GLMAP-FILE
038436        CLOSE GLMAP-FILE
038438        OPEN I-O GLMAP-FILE
038440     END-IF.
038442     IF WS-GLMAP-FS NOT = "00"
038444        DISPLAY "GL ACCOUNT MAPPING NOT AVAILABLE - FILE STATUS "
038446           WS-GLMAP-FS
038448        GO TO 5600-EXIT
038450     END-IF.
038452     DISPLAY "OPERATION CATEGORY (+ - * / % ^ \, SPACE = ALL) ?".
038454     MOVE SPACE TO WS-GLMAP-CAT.
038456     ACCEPT WS-GLMAP-CAT.
038458     IF NOT WS-GLMAP-CAT-VALID
038460        DISPLAY "CATEGORY INVALIDA: " WS-GLMAP-CAT
038462        CLOSE GLMAP-FILE
038464        GO TO 5600-EXIT
038466     END-IF.
038468     DISPLAY "ACAO GL (A=ADD C=CHANGE D=DELETE) ?".
038470     ACCEPT WS-GLMAP-ACTION.
038472     MOVE WS-DEPT-KEY TO GLM-DEPT OF GLMAP-MF-REC.
038474     MOVE WS-GLMAP-CAT TO GLM-CATEGORY OF GLMAP-MF-REC.
038476     MOVE "N" TO WS-GLMAP-FOUND-SW.
038478     READ GLMAP-FILE
038480        INVALID KEY
038482           CONTINUE
038484        NOT INVALID KEY
038486           SET WS-GLMAP-FOUND TO TRUE
038488     END-READ.
038490     EVALUATE WS-GLMAP-ACTION
038492        WHEN "A"
038494        WHEN "a"
038496           PERFORM 5700-GLMAP-ADD THRU 5700-EXIT
038498        WHEN "C"
038500        WHEN "c"
038502           PERFORM 5800-GLMAP-CHANGE THRU 5800-EXIT
038504        WHEN "D"
038506        WHEN "d"
038508           PERFORM 5900-GLMAP-DELETE THRU 5900-EXIT
038510        WHEN OTHER
038512           DISPLAY "ACAO INVALIDA: " WS-GLMAP-ACTION
038514     END-EVALUATE.
038516     CLOSE GLMAP-FILE.
038518 5600-EXIT.
038520     EXIT.
038522*-----------------------------------------------------------*
038524 5700-GLMAP-ADD.
038526     IF WS-GLMAP-FOUND
038528        DISPLAY "GL MAPPING ALREADY ON FILE: "
038530           GLM-KEY OF GLMAP-MF-REC
038532        GO TO 5700-EXIT
038534     END-IF.
038536     PERFORM 5950-GLMAP-GET-FIELDS THRU 5950-EXIT.
038538     WRITE GLMAP-MF-REC
038540        INVALID KEY
038542           DISPLAY "GL MAPPING WRITE FAILED - FILE STATUS "
038544              WS-GLMAP-FS
038546        NOT INVALID KEY
038548           DISPLAY "GL MAPPING ADDED: "
038550              GLM-KEY OF GLMAP-MF-REC
038552     END-WRITE.
038554 5700-EXIT.
038556     EXIT.
038558*-----------------------------------------------------------*
038560 5800-GLMAP-CHANGE.
038562     IF NOT WS-GLMAP-FOUND
038564        DISPLAY "GL MAPPING NOT FOUND: "
038566           GLM-KEY OF GLMAP-MF-REC
038568        GO TO 5800-EXIT
038570     END-IF.
038572     PERFORM 5990-GLMAP-SHOW THRU 5990-EXIT.
038574     PERFORM 5950-GLMAP-GET-FIELDS THRU 5950-EXIT.
038576     REWRITE GLMAP-MF-REC
038578        INVALID KEY
038580           DISPLAY "GL MAPPING REWRITE FAILED - FILE STATUS "
038582              WS-GLMAP-FS
038584        NOT INVALID KEY
038586           DISPLAY "GL MAPPING CHANGED: "
038588              GLM-KEY OF GLMAP-MF-REC
038590     END-REWRITE.
038592 5800-EXIT.
038594     EXIT.
038596*-----------------------------------------------------------*
038598 5900-GLMAP-DELETE.
038600     IF NOT WS-GLMAP-FOUND
038602        DISPLAY "GL MAPPING NOT FOUND: "
038604           GLM-KEY OF GLMAP-MF-REC
038606        GO TO 5900-EXIT
038608     END-IF.
038610     PERFORM 5990-GLMAP-SHOW THRU 5990-EXIT.
038612     DELETE GLMAP-FILE
038614        INVALID KEY
038616           DISPLAY "GL MAPPING DELETE FAILED - FILE STATUS "
038618              WS-GLMAP-FS
038620        NOT INVALID KEY
038622           DISPLAY "GL MAPPING DELETED: "
038624              GLM-KEY OF GLMAP-MF-REC
038626     END-DELETE.
038628 5900-EXIT.
038630     EXIT.
038632*-----------------------------------------------------------*
038634 5950-GLMAP-GET-FIELDS.
038636     DISPLAY "DEBIT ACCOUNT ?".
038638     ACCEPT GLM-DR-ACCT OF GLMAP-MF-REC.
038640     DISPLAY "CREDIT ACCOUNT ?".
038642     ACCEPT GLM-CR-ACCT OF GLMAP-MF-REC.
038644     DISPLAY "JOURNAL DESCRIPTION ?".
038646     ACCEPT GLM-DESC OF GLMAP-MF-REC.
038648 5950-EXIT.
038650     EXIT.
038652*-----------------------------------------------------------*
038654 5990-GLMAP-SHOW.
038656     DISPLAY "DEPARTMENT ......: " GLM-DEPT OF GLMAP-MF-REC.
038658     DISPLAY "CATEGORY ........: " GLM-CATEGORY OF GLMAP-MF-REC.
038660     DISPLAY "DEBIT ACCOUNT ...: " GLM-DR-ACCT OF GLMAP-MF-REC.
038662     DISPLAY "CREDIT ACCOUNT ..: " GLM-CR-ACCT OF GLMAP-MF-REC.
038664     DISPLAY "DESCRIPTION .....: " GLM-DESC OF GLMAP-MF-REC.
038666 5990-EXIT.
038668     EXIT.
038669*-----------------------------------------------------------*
038670*  VOLUME AND VALUE ANOMALY LIMITS FOR THE DEPARTMENT KEYED AT *
038671*  5000, OR FOR "*ALL" - THE INSTALLATION DEFAULTS. THE        *
038672*  MTDANOM NIGHTLY CHECK READS THEM; A ZERO LIMIT TAKES THAT   *
038673*  STEP'S BUILT-IN DEFAULT.                                    *
038674*-----------------------------------------------------------*
038675 5992-ANOM-MAINT.
038676     IF NOT WS-DEPT-FOUND
038677        AND WS-DEPT-KEY NOT = "*ALL"
038678        DISPLAY "DEPARTMENT NOT FOUND: " WS-DEPT-KEY
038679        GO TO 5992-EXIT
038680     END-IF.
038681     OPEN I-O ANOM-FILE.
038682     IF WS-ANOM-FS = "35"
038683        OPEN OUTPUT ANOM-FILE
038684        CLOSE ANOM-FILE
038685        OPEN I-O ANOM-FILE
038686     END-IF.
038687     IF WS-ANOM-FS NOT = "00"
038688        DISPLAY "ANOMALY LIMITS NOT AVAILABLE - FILE STATUS "
038689           WS-ANOM-FS
038690        GO TO 5992-EXIT
038691     END-IF.
038692     DISPLAY "ACAO LIMITS (A=ADD C=CHANGE D=DELETE) ?".
038693     ACCEPT WS-ANOM-ACTION.
038694     MOVE WS-DEPT-KEY TO ANM-DEPT OF ANOM-MF-REC.
038695     MOVE "N" TO WS-ANOM-FOUND-SW.
038696     READ ANOM-FILE
038697        INVALID KEY
038698           CONTINUE
038699        NOT INVALID KEY
038700           SET WS-ANOM-FOUND TO TRUE
038701     END-READ.
038702     EVALUATE WS-ANOM-ACTION
038703        WHEN "A"
038704        WHEN "a"
038705           PERFORM 5993-ANOM-ADD THRU 5993-EXIT
038706        WHEN "C"
038707        WHEN "c"
038708           PERFORM 5994-ANOM-CHANGE THRU 5994-EXIT
038709        WHEN "D"
038710        WHEN "d"
038711           PERFORM 5995-ANOM-DELETE THRU 5995-EXIT
038712        WHEN OTHER
038713           DISPLAY "ACAO INVALIDA: " WS-ANOM-ACTION
038714     END-EVALUATE.
038715     CLOSE ANOM-FILE.
038716 5992-EXIT.
038717     EXIT.
038718*-----------------------------------------------------------*
038719 5993-ANOM-ADD.
038720     IF WS-ANOM-FOUND
038721        DISPLAY "ANOMALY LIMITS ALREADY ON FILE: "
038722           ANM-DEPT OF ANOM-MF-REC
038723        GO TO 5993-EXIT
038724     END-IF.
038725     MOVE SPACES TO ANOM-MF-REC.
038726     MOVE WS-DEPT-KEY TO ANM-DEPT OF ANOM-MF-REC.
038727     PERFORM 5996-ANOM-GET-FIELDS THRU 5996-EXIT.
038728     WRITE ANOM-MF-REC
038729        INVALID KEY
038730           DISPLAY "ANOMALY LIMITS WRITE FAILED - FILE STATUS "
038731              WS-ANOM-FS
038732        NOT INVALID KEY
038733           DISPLAY "ANOMALY LIMITS ADDED: "
038734              ANM-DEPT OF ANOM-MF-REC
038735     END-WRITE.
038736 5993-EXIT.
038737     EXIT.
038738*-----------------------------------------------------------*
038739 5994-ANOM-CHANGE.
038740     IF NOT WS-ANOM-FOUND
038741        DISPLAY "ANOMALY LIMITS NOT FOUND: "
038742           ANM-DEPT OF ANOM-MF-REC
038743        GO TO 5994-EXIT
038744     END-IF.
038745     PERFORM 5997-ANOM-SHOW THRU 5997-EXIT.
038746     PERFORM 5996-ANOM-GET-FIELDS THRU 5996-EXIT.
038747     REWRITE ANOM-MF-REC
038748        INVALID KEY
038749           DISPLAY "ANOMALY LIMITS REWRITE FAILED - FILE STATUS "
038750              WS-ANOM-FS
038751        NOT INVALID KEY
038752           DISPLAY "ANOMALY LIMITS CHANGED: "
038753              ANM-DEPT OF ANOM-MF-REC
038754     END-REWRITE.
038755 5994-EXIT.
038756     EXIT.
038757*-----------------------------------------------------------*
038758 5995-ANOM-DELETE.
038759     IF NOT WS-ANOM-FOUND
038760        DISPLAY "ANOMALY LIMITS NOT FOUND: "
038761           ANM-DEPT OF ANOM-MF-REC
038762        GO TO 5995-EXIT
038763     END-IF.
038764     PERFORM 5997-ANOM-SHOW THRU 5997-EXIT.
038765     DELETE ANOM-FILE
038766        INVALID KEY
038767           DISPLAY "ANOMALY LIMITS DELETE FAILED - FILE STATUS "
038768              WS-ANOM-FS
038769        NOT INVALID KEY
038770           DISPLAY "ANOMALY LIMITS DELETED: "
038771              ANM-DEPT OF ANOM-MF-REC
038772     END-DELETE.
038773 5995-EXIT.
038774     EXIT.
038775*-----------------------------------------------------------*
038776 5996-ANOM-GET-FIELDS.
038777     DISPLAY "ZERO IN ANY LIMIT TAKES THE BUILT-IN DEFAULT".
038778     DISPLAY "DAYS OF HISTORY AVERAGED (DEFAULT 28) ?".
038779     ACCEPT ANM-HIST-DAYS OF ANOM-MF-REC.
038780     DISPLAY "FEWEST HISTORY DAYS TO JUDGE (DEFAULT 5) ?".
038781     ACCEPT ANM-MIN-HIST OF ANOM-MF-REC.
038782     DISPLAY "SMALLEST COUNT JUDGED (DEFAULT 10) ?".
038783     ACCEPT ANM-MIN-COUNT OF ANOM-MF-REC.
038784     DISPLAY "COUNT TOLERANCE PERCENT (DEFAULT 200) ?".
038785     ACCEPT ANM-CNT-TOL-PCT OF ANOM-MF-REC.
038786     DISPLAY "REJECT RATE RISE, POINTS (DEFAULT 10.0) ?".
038787     ACCEPT ANM-REJ-TOL-PTS OF ANOM-MF-REC.
038788     DISPLAY "TOTAL OF ADDS TOLERANCE PERCENT (DEFAULT 900) ?".
038789     ACCEPT ANM-ADD-TOL-PCT OF ANOM-MF-REC.
038790 5996-EXIT.
038791     EXIT.
038792*-----------------------------------------------------------*
038793 5997-ANOM-SHOW.
038794     DISPLAY "DEPARTMENT ......: " ANM-DEPT OF ANOM-MF-REC.
038795     DISPLAY "HISTORY DAYS ....: " ANM-HIST-DAYS OF ANOM-MF-REC.
038796     DISPLAY "FEWEST DAYS .....: " ANM-MIN-HIST OF ANOM-MF-REC.
038797     DISPLAY "SMALLEST COUNT ..: " ANM-MIN-COUNT OF ANOM-MF-REC.
038798     DISPLAY "COUNT TOLERANCE %: " ANM-CNT-TOL-PCT OF ANOM-MF-REC.
038799     DISPLAY "REJECT RISE PTS .: " ANM-REJ-TOL-PTS OF ANOM-MF-REC.
038800     DISPLAY "ADDS TOLERANCE % : " ANM-ADD-TOL-PCT OF ANOM-MF-REC.
038801 5997-EXIT.
038802     EXIT.
038803*-----------------------------------------------------------*
038804*  RATES TABLE MAINTENANCE AGAINST THE RATEMF TABLE THE CALC    *
038805*  RUN RESOLVES RATE-LOOKUP TRANSACTIONS FROM. ONE ACTION PER   *
038850*  MENU VISIT, LIKE THE OTHER MAINTENANCE OPTIONS. THE CHANGE   *
038900*  IS QUEUED FOR A SECOND SUPERVISOR'S APPROVAL (9400), NOT     *
038950*  APPLIED HERE.                                                *
039000*-----------------------------------------------------------*
039100 6000-RATE-MAINT.
039200     OPEN I-O RATE-FILE.
044100     END-IF.
044200     MOVE WS-RATE-KEY TO RATE-CODE OF RATE-MF-REC.
044300     PERFORM 6400-RATE-GET-FIELDS THRU 6400-EXIT.
044460     MOVE SPACES TO WS-CHG-BEFORE.
044620     MOVE RATE-MF-REC TO WS-CHG-AFTER.
044780     MOVE "A" TO WS-CHG-NEW-ACTION.
044940     PERFORM 6600-RATE-QUEUE THRU 6600-EXIT.
045100 6100-EXIT.
045200     EXIT.
045300*-----------------------------------------------------------*
045700        GO TO 6200-EXIT
045800     END-IF.
045900     PERFORM 6500-RATE-SHOW THRU 6500-EXIT.
045950     MOVE RATE-MF-REC TO WS-CHG-BEFORE.
046000     PERFORM 6400-RATE-GET-FIELDS THRU 6400-EXIT.
046200     MOVE RATE-MF-REC TO WS-CHG-AFTER.
046400     MOVE "C" TO WS-CHG-NEW-ACTION.
046600     PERFORM 6600-RATE-QUEUE THRU 6600-EXIT.
046800 6200-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------*
047400        GO TO 6300-EXIT
047500     END-IF.
047600     PERFORM 6500-RATE-SHOW THRU 6500-EXIT.
047760     MOVE RATE-MF-REC TO WS-CHG-BEFORE.
047920     MOVE SPACES TO WS-CHG-AFTER.
048080     MOVE "D" TO WS-CHG-NEW-ACTION.
048240     PERFORM 6600-RATE-QUEUE THRU 6600-EXIT.
048400 6300-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------*
050300        RATE-EFF-DATE OF RATE-MF-REC.
050400 6500-EXIT.
050500     EXIT.
050510*-----------------------------------------------------------*
050520 6600-RATE-QUEUE.
050530     MOVE "R" TO WS-CHG-NEW-MASTER.
050540     MOVE WS-RATE-KEY TO WS-CHG-NEW-KEY.
050550     PERFORM 9400-QUEUE-CHANGE THRU 9400-EXIT.
050560 6600-EXIT.
050570     EXIT.
050600*-----------------------------------------------------------*
050800*  OPERATOR PROFILE MAINTENANCE AGAINST THE OPERMF FILE THE    *
050900*  SIGN-ON CHECKS. RESTRICTED TO SUPERVISOR PROFILES AT THE    *
066400 7500-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------*
066700*  BATCH SCHEDULE MAINTENANCE AGAINST THE SCHEDMF MASTER THE   *
066800*  BATCHCHK PRE-RUN CHECK READS. KEYED ON DEPARTMENT PLUS      *
066900*  BATCH ID; THE DAYS ARE SEVEN Y/N FLAGS, MONDAY FIRST.       *
067000*-----------------------------------------------------------*
067100 8000-SCHED-MAINT.
067200     OPEN I-O SCHED-FILE.
067300     IF WS-SCHED-FS = "35"
067400        OPEN OUTPUT SCHED-FILE
067500        CLOSE SCHED-FILE
067600        OPEN I-O SCHED-FILE
067700     END-IF.
067800     IF WS-SCHED-FS NOT = "00"
067900        DISPLAY "BATCH SCHEDULE NOT AVAILABLE - FILE STATUS "
068000           WS-SCHED-FS
068100        GO TO 8000-EXIT
068200     END-IF.
068300     DISPLAY "ACAO (A=ADD C=CHANGE D=DELETE) ?".
068400     ACCEPT WS-SCHED-ACTION.
068500     DISPLAY "DEPARTMENT CODE ?".
068600     ACCEPT WS-SCHED-DEPT.
068700     DISPLAY "BATCH ID ?".
068800     ACCEPT WS-SCHED-BATCH.
068900     MOVE WS-SCHED-KEY TO SCH-KEY OF SCHED-MF-REC.
069000     PERFORM 8050-READ-SCHED THRU 8050-EXIT.
069100     EVALUATE WS-SCHED-ACTION
069200        WHEN "A"
069300        WHEN "a"
069400           PERFORM 8100-SCHED-ADD THRU 8100-EXIT
069500        WHEN "C"
069600        WHEN "c"
069700           PERFORM 8200-SCHED-CHANGE THRU 8200-EXIT
069800        WHEN "D"
069900        WHEN "d"
070000           PERFORM 8300-SCHED-DELETE THRU 8300-EXIT
070100        WHEN OTHER
070200           DISPLAY "ACAO INVALIDA: " WS-SCHED-ACTION
070300     END-EVALUATE.
070400     CLOSE SCHED-FILE.
070500 8000-EXIT.
070600     EXIT.
070700*-----------------------------------------------------------*
070800 8050-READ-SCHED.
070900     MOVE "N" TO WS-SCHED-FOUND-SW.
071000     READ SCHED-FILE
071100        INVALID KEY
071200           CONTINUE
071300        NOT INVALID KEY
071400           SET WS-SCHED-FOUND TO TRUE
071500     END-READ.
071600 8050-EXIT.
071700     EXIT.
071800*-----------------------------------------------------------*
071900 8100-SCHED-ADD.
072000     IF WS-SCHED-FOUND
072100        DISPLAY "BATCH ALREADY ON SCHEDULE: " WS-SCHED-KEY
072200        GO TO 8100-EXIT
072300     END-IF.
072400     MOVE WS-SCHED-KEY TO SCH-KEY OF SCHED-MF-REC.
072500     PERFORM 8400-SCHED-GET-FIELDS THRU 8400-EXIT.
072600     WRITE SCHED-MF-REC
072700        INVALID KEY
072800           DISPLAY "SCHEDULE WRITE FAILED - FILE STATUS "
072900              WS-SCHED-FS
073000        NOT INVALID KEY
073100           DISPLAY "BATCH SCHEDULED: " WS-SCHED-KEY
073200     END-WRITE.
073300 8100-EXIT.
073400     EXIT.
073500*-----------------------------------------------------------*
073600 8200-SCHED-CHANGE.
073700     IF NOT WS-SCHED-FOUND
073800        DISPLAY "BATCH NOT ON SCHEDULE: " WS-SCHED-KEY
073900        GO TO 8200-EXIT
074000     END-IF.
074100     PERFORM 8500-SCHED-SHOW THRU 8500-EXIT.
074200     PERFORM 8400-SCHED-GET-FIELDS THRU 8400-EXIT.
074300     REWRITE SCHED-MF-REC
074400        INVALID KEY
074500           DISPLAY "SCHEDULE REWRITE FAILED - FILE STATUS "
074600              WS-SCHED-FS
074700        NOT INVALID KEY
074800           DISPLAY "SCHEDULE CHANGED: " WS-SCHED-KEY
074900     END-REWRITE.
075000 8200-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------*
075300 8300-SCHED-DELETE.
075400     IF NOT WS-SCHED-FOUND
075500        DISPLAY "BATCH NOT ON SCHEDULE: " WS-SCHED-KEY
075600        GO TO 8300-EXIT
075700     END-IF.
075800     PERFORM 8500-SCHED-SHOW THRU 8500-EXIT.
075900     DELETE SCHED-FILE
076000        INVALID KEY
076100           DISPLAY "SCHEDULE DELETE FAILED - FILE STATUS "
076200              WS-SCHED-FS
076300        NOT INVALID KEY
076400           DISPLAY "SCHEDULE DELETED: " WS-SCHED-KEY
076500     END-DELETE.
076600 8300-EXIT.
076700     EXIT.
076800*-----------------------------------------------------------*
076900 8400-SCHED-GET-FIELDS.
077000     DISPLAY "DESCRIPTION ?".
077100     ACCEPT SCH-DESC OF SCHED-MF-REC.
077200     DISPLAY "DAYS EXPECTED (7 Y/N FLAGS, MON-SUN) ?".
077300     ACCEPT SCH-DAYS OF SCHED-MF-REC.
077400     DISPLAY "ACTIVE (A=ACTIVE I=INACTIVE) ?".
077500     ACCEPT SCH-ACTIVE-FLAG OF SCHED-MF-REC.
077600 8400-EXIT.
077700     EXIT.
077800*-----------------------------------------------------------*
077900 8500-SCHED-SHOW.
078000     DISPLAY "DEPARTMENT ......: " SCH-DEPT OF SCHED-MF-REC.
078100     DISPLAY "BATCH ID ........: " SCH-BATCH-ID OF SCHED-MF-REC.
078200     DISPLAY "DESCRIPTION .....: " SCH-DESC OF SCHED-MF-REC.
078300     DISPLAY "DAYS (MON-SUN) ..: " SCH-DAYS OF SCHED-MF-REC.
078400     DISPLAY "ACTIVE ..........: "
078500        SCH-ACTIVE-FLAG OF SCHED-MF-REC.
078600 8500-EXIT.
078700     EXIT.
078800*-----------------------------------------------------------*
078900*  HELD-ITEMS REVIEW AGAINST THE HOLDMF FILE THE CALC RUN      *
079000*  DIVERTS OVER-LIMIT WORK TO. STEPS THROUGH EVERY ITEM STILL  *
079100*  HELD IN THE SUPERVISOR'S DEPARTMENT SCOPE AND TAKES A       *
079200*  DECISION ON EACH: RELEASE (POSTS IN THE NEXT RUN), REJECT   *
079300*  (GOES TO SUSPENSE IN THE NEXT RUN), SKIP, OR QUIT. THE      *
079400*  HOLDREL STEP PASSES THE DECISIONS ON. EVERY DECISION IS     *
079500*  AUDITED. RESTRICTED TO SUPERVISOR PROFILES AT THE MENU.     *
079600*-----------------------------------------------------------*
079700 9000-HOLD-REVIEW.
079800     OPEN I-O HOLD-FILE.
079900     IF WS-HOLD-FS = "35"
080000        DISPLAY "NO HELD ITEMS ON FILE"
080100        GO TO 9000-EXIT
080200     END-IF.
080300     IF WS-HOLD-FS NOT = "00"
080400        DISPLAY "HELD-ITEMS FILE NOT AVAILABLE - FILE STATUS "
080500           WS-HOLD-FS
080600        GO TO 9000-EXIT
080700     END-IF.
080800     MOVE "N" TO WS-HOLD-EOF-SW.
080900     MOVE "N" TO WS-HOLD-QUIT-SW.
081000     MOVE ZERO TO WS-HOLD-SHOWN.
081100     MOVE LOW-VALUES TO HLD-ID OF HOLD-MF-REC.
081200     START HOLD-FILE KEY IS NOT LESS THAN HLD-ID OF HOLD-MF-REC
081300        INVALID KEY
081400           SET WS-HOLD-EOF TO TRUE
081500     END-START.
081600     PERFORM 9100-NEXT-HELD THRU 9100-EXIT
081700        UNTIL WS-HOLD-EOF OR WS-HOLD-QUIT.
081800     IF WS-HOLD-SHOWN = ZERO
081900        DISPLAY "NO HELD ITEMS AWAITING A DECISION"
082000     END-IF.
082100     CLOSE HOLD-FILE.
082200 9000-EXIT.
082300     EXIT.
082400*-----------------------------------------------------------*
082500 9100-NEXT-HELD.
082600     READ HOLD-FILE NEXT RECORD
082700        AT END
082800           SET WS-HOLD-EOF TO TRUE
082900     END-READ.
083000     IF WS-HOLD-EOF
083100        OR NOT HLD-HELD OF HOLD-MF-REC
083200        GO TO 9100-EXIT
083300     END-IF.
083400     MOVE HLD-DEPT OF HOLD-MF-REC TO WS-SCOPE-DEPT.
083500     PERFORM 3150-CHECK-SCOPE THRU 3150-EXIT.
083600     IF NOT WS-SCOPE-OK
083700        GO TO 9100-EXIT
083800     END-IF.
083900     ADD 1 TO WS-HOLD-SHOWN.
084000     PERFORM 9200-HOLD-SHOW THRU 9200-EXIT.
084100     DISPLAY "ACAO (R=RELEASE X=REJECT S=SKIP Q=QUIT) ?".
084200     ACCEPT WS-HOLD-ACTION.
084300     EVALUATE WS-HOLD-ACTION
084400        WHEN "R"
084500        WHEN "r"
084600           SET HLD-RELEASED OF HOLD-MF-REC TO TRUE
084700           PERFORM 9300-HOLD-DECIDE THRU 9300-EXIT
084800        WHEN "X"
084900        WHEN "x"
085000           SET HLD-REJECTED OF HOLD-MF-REC TO TRUE
085100           PERFORM 9300-HOLD-DECIDE THRU 9300-EXIT
085200        WHEN "S"
085300        WHEN "s"
085400           CONTINUE
085500        WHEN "Q"
085600        WHEN "q"
085700           SET WS-HOLD-QUIT TO TRUE
085800        WHEN OTHER
085900           DISPLAY "ACAO INVALIDA: " WS-HOLD-ACTION
086000     END-EVALUATE.
086100 9100-EXIT.
086200     EXIT.
086300*-----------------------------------------------------------*
086400 9200-HOLD-SHOW.
086500     MOVE HLD-TXN-IMAGE OF HOLD-MF-REC TO WS-HOLD-TXN.
086600     DISPLAY "TRANSACTION .....: " HLD-ID OF HOLD-MF-REC.
086700     DISPLAY "DEPARTAMENTO ....: " HLD-DEPT OF HOLD-MF-REC.
086800     DISPLAY "HELD ON .........: " HLD-HOLD-DATE OF HOLD-MF-REC.
086900     EVALUATE TRUE
087000        WHEN HLD-OVER-MAX OF HOLD-MF-REC
087100           DISPLAY "REASON ..........: OVER SINGLE-RESULT LIMIT"
087200        WHEN HLD-OVER-CAP OF HOLD-MF-REC
087300           DISPLAY "REASON ..........: OVER DAILY VALUE CAP"
087400        WHEN OTHER
087500           DISPLAY "REASON ..........: "
087600              HLD-REASON OF HOLD-MF-REC
087700     END-EVALUATE.
087800     IF CALC-V1 OF WS-HOLD-TXN NUMERIC
087900        MOVE CALC-V1 OF WS-HOLD-TXN TO WS-INQ-V1
088000     ELSE
088100        MOVE ZERO TO WS-INQ-V1
088200     END-IF.
088300     DISPLAY "VALOR 1 .........: " WS-INQ-V1.
088400     DISPLAY "OPERACAO ........: " CALC-OP OF WS-HOLD-TXN.
088500     IF CALC-V2-RATE OF WS-HOLD-TXN
088600        DISPLAY "RATE CODE .......: "
088700           CALC-RATE-CODE OF WS-HOLD-TXN
088800     ELSE
088900        IF CALC-V2 OF WS-HOLD-TXN NUMERIC
089000           MOVE CALC-V2 OF WS-HOLD-TXN TO WS-INQ-V2
089100        ELSE
089200           MOVE ZERO TO WS-INQ-V2
089300        END-IF
089400        DISPLAY "VALOR 2 .........: " WS-INQ-V2
089500     END-IF.
089600     MOVE HLD-RE OF HOLD-MF-REC TO WS-INQ-RE.
089700     DISPLAY "RESULTADO .......: " WS-INQ-RE.
089800 9200-EXIT.
089900     EXIT.
090000*-----------------------------------------------------------*
090100*  RECORDS THE SUPERVISOR'S DECISION (THE CALLER HAS SET THE   *
090200*  NEW STATUS) WITH WHO AND WHEN, AND AUDITS IT.               *
090300*-----------------------------------------------------------*
090400 9300-HOLD-DECIDE.
090500     ACCEPT HLD-ACT-DATE OF HOLD-MF-REC FROM DATE YYYYMMDD.
090600     MOVE WS-OPR-ID TO HLD-ACT-USER OF HOLD-MF-REC.
090700     REWRITE HOLD-MF-REC
090800        INVALID KEY
090900           DISPLAY "HELD ITEM REWRITE FAILED - FILE STATUS "
091000              WS-HOLD-FS
091100           GO TO 9300-EXIT
091200     END-REWRITE.
091300     MOVE WS-OPR-ID TO WS-AUD-USER.
091400     MOVE "H" TO WS-AUD-OP.
091500     MOVE HLD-ID OF HOLD-MF-REC TO WS-AUD-SUBJECT.
091600     IF HLD-RELEASED OF HOLD-MF-REC
091700        MOVE "HOLD RLSE" TO WS-AUD-EVENT
091800        DISPLAY "HELD ITEM RELEASED - POSTS IN THE NEXT RUN: "
091900           HLD-ID OF HOLD-MF-REC
092000     ELSE
092100        MOVE "HOLD REJECT" TO WS-AUD-EVENT
092200        DISPLAY "HELD ITEM REJECTED - TO SUSPENSE IN THE NEXT "
092300           "RUN: " HLD-ID OF HOLD-MF-REC
092400     END-IF.
092500     PERFORM 0900-WRITE-AUDIT THRU 0900-EXIT.
092600 9300-EXIT.
092700     EXIT.
092800*-----------------------------------------------------------*
092900*  QUEUES ONE MASTER CHANGE ON THE PENDING-CHANGE FILE FOR A   *
093000*  SECOND SUPERVISOR'S APPROVAL. THE CALLER HAS FILLED THE     *
093100*  NEW-CHANGE FIELDS AND THE BEFORE AND AFTER IMAGES. A RECORD *
093200*  THAT ALREADY HAS A CHANGE WAITING IS REFUSED - THE WAITING  *
093300*  CHANGE MUST BE DECIDED FIRST.                               *
093400*-----------------------------------------------------------*
093500 9400-QUEUE-CHANGE.
093600     OPEN I-O CHG-PEND-FILE.
093700     IF WS-CHG-FS = "35"
093800        OPEN OUTPUT CHG-PEND-FILE
093900        CLOSE CHG-PEND-FILE
094000        OPEN I-O CHG-PEND-FILE
094100     END-IF.
094200     IF WS-CHG-FS NOT = "00"
094300        DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - FILE STATUS "
094400           WS-CHG-FS
094500        DISPLAY "CHANGE NOT QUEUED"
094600        GO TO 9400-EXIT
094700     END-IF.
094800     MOVE SPACES TO CHG-PEND-REC.
094900     MOVE WS-CHG-NEW-MASTER TO CHG-MASTER OF CHG-PEND-REC.
095000     MOVE WS-CHG-NEW-KEY TO CHG-MASTER-KEY OF CHG-PEND-REC.
095100     MOVE WS-CHG-NEW-ACTION TO CHG-ACTION OF CHG-PEND-REC.
095200     SET CHG-PENDING OF CHG-PEND-REC TO TRUE.
095300     MOVE WS-OPR-ID TO CHG-MAKER OF CHG-PEND-REC.
095400     ACCEPT CHG-MAKE-DATE OF CHG-PEND-REC FROM DATE YYYYMMDD.
095500     ACCEPT CHG-MAKE-TIME OF CHG-PEND-REC FROM TIME.
095600     MOVE ZERO TO CHG-CHECK-DATE OF CHG-PEND-REC.
095700     MOVE ZERO TO CHG-CHECK-TIME OF CHG-PEND-REC.
095800     MOVE WS-CHG-BEFORE TO CHG-BEFORE-IMAGE OF CHG-PEND-REC.
095900     MOVE WS-CHG-AFTER TO CHG-AFTER-IMAGE OF CHG-PEND-REC.
096000     WRITE CHG-PEND-REC
096100        INVALID KEY
096200           DISPLAY "A CHANGE IS ALREADY AWAITING APPROVAL FOR "
096300              "THIS RECORD - CHANGE NOT QUEUED"
096400           CLOSE CHG-PEND-FILE
096500           GO TO 9400-EXIT
096600     END-WRITE.
096700     DISPLAY "CHANGE QUEUED FOR A SECOND SUPERVISOR'S APPROVAL: "
096800        CHG-KEY OF CHG-PEND-REC.
096900     MOVE WS-OPR-ID TO WS-AUD-USER.
097000     MOVE "CHG QUEUED" TO WS-AUD-EVENT.
097100     MOVE "M" TO WS-AUD-OP.
097200     MOVE CHG-KEY OF CHG-PEND-REC TO WS-AUD-SUBJECT.
097300     PERFORM 0900-WRITE-AUDIT THRU 0900-EXIT.
097400     CLOSE CHG-PEND-FILE.
097500 9400-EXIT.
097600     EXIT.
097700*-----------------------------------------------------------*
097800*  MASTER-CHANGE APPROVAL AGAINST THE PENDING-CHANGE FILE THE  *
097900*  MAINTENANCE OPTIONS QUEUE TO. STEPS THROUGH EVERY CHANGE    *
098000*  WAITING, SHOWS ITS BEFORE AND AFTER IMAGES AND TAKES A      *
098100*  DECISION: APPROVE (THE MASTER IS UPDATED AT ONCE), DECLINE, *
098200*  SKIP, OR QUIT. A SUPERVISOR IS NEVER SHOWN THEIR OWN        *
098300*  CHANGES, AND DEPARTMENT AND TEMPLATE CHANGES ONLY WITHIN    *
098400*  THEIR DEPARTMENT SCOPE. EVERY DECISION GOES TO THE          *
098500*  PERMANENT CHANGE JOURNAL AND THE AUDIT LOG, SO NO DECISION  *
098600*  IS TAKEN WHILE THE JOURNAL WILL NOT OPEN. RESTRICTED TO     *
098700*  SUPERVISOR PROFILES AT THE MENU.                            *
098800*-----------------------------------------------------------*
098900 9500-CHG-REVIEW.
099000     OPEN I-O CHG-PEND-FILE.
099100     IF WS-CHG-FS = "35"
099200        DISPLAY "NO CHANGES AWAITING APPROVAL"
099300        GO TO 9500-EXIT
099400     END-IF.
099500     IF WS-CHG-FS NOT = "00"
099600        DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - FILE STATUS "
099700           WS-CHG-FS
099800        GO TO 9500-EXIT
099900     END-IF.
100000     OPEN EXTEND CHG-JRNL-FILE.
100100     IF WS-CHGJ-FS NOT = "00"
100200        OPEN OUTPUT CHG-JRNL-FILE
100300     END-IF.
100400     IF WS-CHGJ-FS NOT = "00"
100500        DISPLAY "CHANGE JOURNAL NOT AVAILABLE - FILE STATUS "
100600           WS-CHGJ-FS
100700        DISPLAY "NO CHANGE CAN BE APPROVED OR DECLINED"
100800        CLOSE CHG-PEND-FILE
100900        GO TO 9500-EXIT
101000     END-IF.
101100     MOVE "N" TO WS-CHG-EOF-SW.
101200     MOVE "N" TO WS-CHG-QUIT-SW.
101300     MOVE ZERO TO WS-CHG-SHOWN.
101400     MOVE ZERO TO WS-CHG-OWN.
101500     MOVE LOW-VALUES TO CHG-KEY OF CHG-PEND-REC.
101600     START CHG-PEND-FILE
101700        KEY IS NOT LESS THAN CHG-KEY OF CHG-PEND-REC
101800        INVALID KEY
101900           SET WS-CHG-EOF TO TRUE
102000     END-START.
102100     PERFORM 9600-NEXT-CHANGE THRU 9600-EXIT
102200        UNTIL WS-CHG-EOF OR WS-CHG-QUIT.
102300     IF WS-CHG-SHOWN = ZERO
102400        DISPLAY "NO CHANGES AWAITING YOUR APPROVAL"
102500     END-IF.
102600     IF WS-CHG-OWN > ZERO
102700        DISPLAY "CHANGES YOU KEYED, WAITING FOR ANOTHER "
102800           "SUPERVISOR: " WS-CHG-OWN
102900     END-IF.
103000     CLOSE CHG-JRNL-FILE.
103100     CLOSE CHG-PEND-FILE.
103200 9500-EXIT.
103300     EXIT.
103400*-----------------------------------------------------------*
103500 9600-NEXT-CHANGE.
103600     READ CHG-PEND-FILE NEXT RECORD
103700        AT END
103800           SET WS-CHG-EOF TO TRUE
103900     END-READ.
104000     IF WS-CHG-EOF
104100        OR NOT CHG-PENDING OF CHG-PEND-REC
104200        GO TO 9600-EXIT
104300     END-IF.
104400     IF CHG-MAKER OF CHG-PEND-REC = WS-OPR-ID
104500        ADD 1 TO WS-CHG-OWN
104600        GO TO 9600-EXIT
104700     END-IF.
104800     PERFORM 9650-CHG-SCOPE THRU 9650-EXIT.
104900     IF NOT WS-SCOPE-OK
105000        GO TO 9600-EXIT
105100     END-IF.
105200     ADD 1 TO WS-CHG-SHOWN.
105300     PERFORM 9700-CHG-SHOW THRU 9700-EXIT.
105400     DISPLAY "ACAO (A=APPROVE X=DECLINE S=SKIP Q=QUIT) ?".
105500     ACCEPT WS-CHG-ACTION.
105600     EVALUATE WS-CHG-ACTION
105700        WHEN "A"
105800        WHEN "a"
105900           PERFORM 9800-CHG-APPLY THRU 9800-EXIT
106000           IF WS-CHG-APPLY-OK
106100              SET CHG-APPLIED OF CHG-PEND-REC TO TRUE
106200              PERFORM 9850-CHG-DECIDE THRU 9850-EXIT
106300           END-IF
106400        WHEN "X"
106500        WHEN "x"
106600           SET CHG-DECLINED OF CHG-PEND-REC TO TRUE
106700           PERFORM 9850-CHG-DECIDE THRU 9850-EXIT
106800        WHEN "S"
106900        WHEN "s"
107000           CONTINUE
107100        WHEN "Q"
107200        WHEN "q"
107300           SET WS-CHG-QUIT TO TRUE
107400        WHEN OTHER
107500           DISPLAY "ACAO INVALIDA: " WS-CHG-ACTION
107600     END-EVALUATE.
107700 9600-EXIT.
107800     EXIT.
107900*-----------------------------------------------------------*
108000*  RATES ARE INSTALLATION-WIDE; A DEPARTMENT OR TEMPLATE       *
108100*  CHANGE IS SCOPED ON ITS DEPARTMENT (A TEMPLATE ON THE       *
108200*  DEPARTMENT IT WILL HAVE, OR HAD WHEN IT IS BEING DELETED).  *
108300*-----------------------------------------------------------*
108400 9650-CHG-SCOPE.
108500     EVALUATE TRUE
108600        WHEN CHG-RATE OF CHG-PEND-REC
108700           SET WS-SCOPE-OK TO TRUE
108800           GO TO 9650-EXIT
108900        WHEN CHG-DEPT OF CHG-PEND-REC
109000           MOVE CHG-MASTER-KEY OF CHG-PEND-REC TO WS-SCOPE-DEPT
109100        WHEN OTHER
109200           IF CHG-DELETE OF CHG-PEND-REC
109300              MOVE CHG-BEFORE-IMAGE OF CHG-PEND-REC TO WS-CHG-TMPL
109400           ELSE
109500              MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO WS-CHG-TMPL
109600           END-IF
109700           MOVE TPL-DEPT OF WS-CHG-TMPL TO WS-SCOPE-DEPT
109800     END-EVALUATE.
109900     PERFORM 3150-CHECK-SCOPE THRU 3150-EXIT.
110000 9650-EXIT.
110100     EXIT.
110200*-----------------------------------------------------------*
110300 9700-CHG-SHOW.
110400     EVALUATE TRUE
110500        WHEN CHG-RATE OF CHG-PEND-REC
110600           DISPLAY "MASTER ..........: RATES TABLE (RATEMF)"
110700        WHEN CHG-DEPT OF CHG-PEND-REC
110800           DISPLAY "MASTER ..........: DEPARTMENT MASTER (DEPTMF)"
110900        WHEN OTHER
111000           DISPLAY "MASTER ..........: TEMPLATE MASTER (TMPLMF)"
111100     END-EVALUATE.
111200     DISPLAY "RECORD KEY ......: " CHG-MASTER-KEY OF CHG-PEND-REC.
111300     EVALUATE TRUE
111400        WHEN CHG-ADD OF CHG-PEND-REC
111500           DISPLAY "ACTION ..........: ADD"
111600        WHEN CHG-DELETE OF CHG-PEND-REC
111700           DISPLAY "ACTION ..........: DELETE"
111800        WHEN OTHER
111900           DISPLAY "ACTION ..........: CHANGE"
112000     END-EVALUATE.
112100     DISPLAY "KEYED BY ........: " CHG-MAKER OF CHG-PEND-REC
112200        " ON " CHG-MAKE-DATE OF CHG-PEND-REC
112300        " AT " CHG-MAKE-TIME OF CHG-PEND-REC.
112400     IF NOT CHG-ADD OF CHG-PEND-REC
112500        DISPLAY "BEFORE:"
112600        MOVE CHG-BEFORE-IMAGE OF CHG-PEND-REC TO WS-CHG-IMAGE
112700        PERFORM 9750-SHOW-IMAGE THRU 9750-EXIT
112800     END-IF.
112900     IF NOT CHG-DELETE OF CHG-PEND-REC
113000        DISPLAY "AFTER:"
113100        MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO WS-CHG-IMAGE
113200        PERFORM 9750-SHOW-IMAGE THRU 9750-EXIT
113300     END-IF.
113400 9700-EXIT.
113500     EXIT.
113600*-----------------------------------------------------------*
113700*  SHOWS THE RECORD IMAGE IN WS-CHG-IMAGE THROUGH THE WORK     *
113800*  COPY OF ITS MASTER'S LAYOUT.                                *
113900*-----------------------------------------------------------*
114000 9750-SHOW-IMAGE.
114100     EVALUATE TRUE
114200        WHEN CHG-RATE OF CHG-PEND-REC
114300           MOVE WS-CHG-IMAGE TO WS-CHG-RATE
114400           IF RATE-VALUE OF WS-CHG-RATE NUMERIC
114500              MOVE RATE-VALUE OF WS-CHG-RATE TO WS-RATE-EDIT-VALUE
114600           ELSE
114700              MOVE ZERO TO WS-RATE-EDIT-VALUE
114800           END-IF
114900           DISPLAY "  DESCRIPTION ...: " RATE-DESC OF WS-CHG-RATE
115000           DISPLAY "  RATE VALUE ....: " WS-RATE-EDIT-VALUE
115100           DISPLAY "  EFFECTIVE .....: "
115200              RATE-EFF-DATE OF WS-CHG-RATE
115300        WHEN CHG-DEPT OF CHG-PEND-REC
115400           MOVE WS-CHG-IMAGE TO WS-CHG-DEPT
115500           IF DEPT-MAX-RESULT OF WS-CHG-DEPT NUMERIC
115600              MOVE DEPT-MAX-RESULT OF WS-CHG-DEPT
115700                 TO WS-DEPT-EDIT-MAX
115800           ELSE
115900              MOVE ZERO TO WS-DEPT-EDIT-MAX
116000           END-IF
116100           IF DEPT-DAY-CAP OF WS-CHG-DEPT NUMERIC
116200              MOVE DEPT-DAY-CAP OF WS-CHG-DEPT TO WS-DEPT-EDIT-CAP
116300           ELSE
116400              MOVE ZERO TO WS-DEPT-EDIT-CAP
116500           END-IF
116600           DISPLAY "  NAME ..........: " DEPT-NAME OF WS-CHG-DEPT
116700           DISPLAY "  ACTIVE ........: "
116800              DEPT-ACTIVE-FLAG OF WS-CHG-DEPT
116900           DISPLAY "  CONTACT .......: "
117000              DEPT-CONTACT OF WS-CHG-DEPT
117100           DISPLAY "  MAX RESULT ....: " WS-DEPT-EDIT-MAX
117200           DISPLAY "  DAILY CAP .....: " WS-DEPT-EDIT-CAP
117300        WHEN OTHER
117400           MOVE WS-CHG-IMAGE TO WS-CHG-TMPL
117500           IF TPL-V1 OF WS-CHG-TMPL NUMERIC
117600              MOVE TPL-V1 OF WS-CHG-TMPL TO WS-TMPL-V1
117700           ELSE
117800              MOVE ZERO TO WS-TMPL-V1
117900           END-IF
118000           IF TPL-V2 OF WS-CHG-TMPL NUMERIC
118100              MOVE TPL-V2 OF WS-CHG-TMPL TO WS-TMPL-V2
118200           ELSE
118300              MOVE ZERO TO WS-TMPL-V2
118400           END-IF
118500           DISPLAY "  DEPARTAMENTO ..: " TPL-DEPT OF WS-CHG-TMPL
118600           DISPLAY "  VALOR 1 .......: " WS-TMPL-V1
118700           DISPLAY "  VALOR 2 .......: " WS-TMPL-V2
118800           DISPLAY "  OPERACAO ......: " TPL-OP OF WS-CHG-TMPL
118900           DISPLAY "  FREQUENCIA ....: " TPL-FREQ OF WS-CHG-TMPL
119000           DISPLAY "  NEXT DUE ......: "
119100              TPL-NEXT-DUE OF WS-CHG-TMPL
119200     END-EVALUATE.
119300 9750-EXIT.
119400     EXIT.
119500*-----------------------------------------------------------*
119600*  APPLIES AN APPROVED CHANGE TO ITS MASTER. THE RECORD MUST   *
119700*  STILL STAND EXACTLY AS IT DID WHEN THE CHANGE WAS KEYED     *
119800*  (FOR AN ADD, STILL BE ABSENT); OTHERWISE NOTHING IS APPLIED *
119900*  AND THE CHANGE STAYS WAITING, TO BE DECLINED AND KEYED      *
120000*  AGAIN AGAINST THE CURRENT RECORD.                           *
120100*-----------------------------------------------------------*
120200 9800-CHG-APPLY.
120300     MOVE "N" TO WS-CHG-APPLY-SW.
120400     EVALUATE TRUE
120500        WHEN CHG-RATE OF CHG-PEND-REC
120600           PERFORM 9810-APPLY-RATE THRU 9810-EXIT
120700        WHEN CHG-DEPT OF CHG-PEND-REC
120800           PERFORM 9820-APPLY-DEPT THRU 9820-EXIT
120900        WHEN OTHER
121000           PERFORM 9830-APPLY-TMPL THRU 9830-EXIT
121100     END-EVALUATE.
121200 9800-EXIT.
121300     EXIT.
121400*-----------------------------------------------------------*
121500 9810-APPLY-RATE.
121600     OPEN I-O RATE-FILE.
121700     IF WS-RATE-FS = "35"
121800        OPEN OUTPUT RATE-FILE
121900        CLOSE RATE-FILE
122000        OPEN I-O RATE-FILE
122100     END-IF.
122200     IF WS-RATE-FS NOT = "00"
122300        DISPLAY "RATES TABLE NOT AVAILABLE - FILE STATUS "
122400           WS-RATE-FS
122500        GO TO 9810-EXIT
122600     END-IF.
122700     MOVE CHG-MASTER-KEY OF CHG-PEND-REC TO WS-RATE-KEY.
122800     MOVE WS-RATE-KEY TO RATE-CODE OF RATE-MF-REC.
122900     PERFORM 6050-READ-RATE THRU 6050-EXIT.
123000     MOVE SPACES TO WS-CHG-IMAGE.
123100     IF WS-RATE-FOUND
123200        MOVE RATE-MF-REC TO WS-CHG-IMAGE
123300     END-IF.
123400     IF WS-CHG-IMAGE NOT = CHG-BEFORE-IMAGE OF CHG-PEND-REC
123500        PERFORM 9860-CHG-STALE THRU 9860-EXIT
123600        CLOSE RATE-FILE
123700        GO TO 9810-EXIT
123800     END-IF.
123900     EVALUATE TRUE
124000        WHEN CHG-ADD OF CHG-PEND-REC
124100           MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO RATE-MF-REC
124200           WRITE RATE-MF-REC
124300              INVALID KEY
124400                 DISPLAY "RATE WRITE FAILED - FILE STATUS "
124500                    WS-RATE-FS
124600              NOT INVALID KEY
124700                 SET WS-CHG-APPLY-OK TO TRUE
124800           END-WRITE
124900        WHEN CHG-CHANGE OF CHG-PEND-REC
125000           MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO RATE-MF-REC
125100           REWRITE RATE-MF-REC
125200              INVALID KEY
125300                 DISPLAY "RATE REWRITE FAILED - FILE STATUS "
125400                    WS-RATE-FS
125500              NOT INVALID KEY
125600                 SET WS-CHG-APPLY-OK TO TRUE
125700           END-REWRITE
125800        WHEN OTHER
125900           DELETE RATE-FILE
126000              INVALID KEY
126100                 DISPLAY "RATE DELETE FAILED - FILE STATUS "
126200                    WS-RATE-FS
126300              NOT INVALID KEY
126400                 SET WS-CHG-APPLY-OK TO TRUE
126500           END-DELETE
126600     END-EVALUATE.
126700     CLOSE RATE-FILE.
126800 9810-EXIT.
126900     EXIT.
127000*-----------------------------------------------------------*
127100 9820-APPLY-DEPT.
127200     OPEN I-O DEPT-FILE.
127300     IF WS-DEPT-FS = "35"
127400        OPEN OUTPUT DEPT-FILE
127500        CLOSE DEPT-FILE
127600        OPEN I-O DEPT-FILE
127700     END-IF.
127800     IF WS-DEPT-FS NOT = "00"
127900        DISPLAY "DEPARTMENT MASTER NOT AVAILABLE - FILE STATUS "
128000           WS-DEPT-FS
128100        GO TO 9820-EXIT
128200     END-IF.
128300     MOVE CHG-MASTER-KEY OF CHG-PEND-REC TO WS-DEPT-KEY.
128400     MOVE WS-DEPT-KEY TO DEPT-CODE OF DEPT-MF-REC.
128500     PERFORM 5050-READ-DEPT THRU 5050-EXIT.
128600     MOVE SPACES TO WS-CHG-IMAGE.
128700     IF WS-DEPT-FOUND
128800        MOVE DEPT-MF-REC TO WS-CHG-IMAGE
128900     END-IF.
129000     IF WS-CHG-IMAGE NOT = CHG-BEFORE-IMAGE OF CHG-PEND-REC
129100        PERFORM 9860-CHG-STALE THRU 9860-EXIT
129200        CLOSE DEPT-FILE
129300        GO TO 9820-EXIT
129400     END-IF.
129500     EVALUATE TRUE
129600        WHEN CHG-ADD OF CHG-PEND-REC
129700           MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO DEPT-MF-REC
129800           WRITE DEPT-MF-REC
129900              INVALID KEY
130000                 DISPLAY "DEPARTMENT WRITE FAILED - FILE STATUS "
130100                    WS-DEPT-FS
130200              NOT INVALID KEY
130300                 SET WS-CHG-APPLY-OK TO TRUE
130400           END-WRITE
130500        WHEN CHG-CHANGE OF CHG-PEND-REC
130600           MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO DEPT-MF-REC
130700           REWRITE DEPT-MF-REC
130800              INVALID KEY
130900                 DISPLAY "DEPARTMENT REWRITE FAILED - FILE "
131000                    "STATUS "
131100                    WS-DEPT-FS
131200              NOT INVALID KEY
131300                 SET WS-CHG-APPLY-OK TO TRUE
131400           END-REWRITE
131500        WHEN OTHER
131600           DELETE DEPT-FILE
131700              INVALID KEY
131800                 DISPLAY "DEPARTMENT DELETE FAILED - FILE STATUS "
131900                    WS-DEPT-FS
132000              NOT INVALID KEY
132100                 SET WS-CHG-APPLY-OK TO TRUE
132200           END-DELETE
132300     END-EVALUATE.
132400     CLOSE DEPT-FILE.
132500 9820-EXIT.
132600     EXIT.
132700*-----------------------------------------------------------*
132800 9830-APPLY-TMPL.
132900     OPEN I-O TEMPLATE-FILE.
133000     IF WS-TMPL-FS = "35"
133100        OPEN OUTPUT TEMPLATE-FILE
133200        CLOSE TEMPLATE-FILE
133300        OPEN I-O TEMPLATE-FILE
133400     END-IF.
133500     IF WS-TMPL-FS NOT = "00"
133600        DISPLAY "TEMPLATE MASTER NOT AVAILABLE - FILE STATUS "
133700           WS-TMPL-FS
133800        GO TO 9830-EXIT
133900     END-IF.
134000     MOVE CHG-MASTER-KEY OF CHG-PEND-REC TO WS-TMPL-ID.
134100     MOVE WS-TMPL-ID TO TPL-ID OF TEMPLATE-MF-REC.
134200     PERFORM 4050-READ-TEMPLATE THRU 4050-EXIT.
134300     MOVE SPACES TO WS-CHG-IMAGE.
134400     IF WS-TMPL-FOUND
134500        MOVE TEMPLATE-MF-REC TO WS-CHG-IMAGE
134600     END-IF.
134700     IF WS-CHG-IMAGE NOT = CHG-BEFORE-IMAGE OF CHG-PEND-REC
134800        PERFORM 9860-CHG-STALE THRU 9860-EXIT
134900        CLOSE TEMPLATE-FILE
135000        GO TO 9830-EXIT
135100     END-IF.
135200     EVALUATE TRUE
135300        WHEN CHG-ADD OF CHG-PEND-REC
135400           MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO TEMPLATE-MF-REC
135500           WRITE TEMPLATE-MF-REC
135600              INVALID KEY
135700                 DISPLAY "TEMPLATE WRITE FAILED - FILE STATUS "
135800                    WS-TMPL-FS
135900              NOT INVALID KEY
136000                 SET WS-CHG-APPLY-OK TO TRUE
136100           END-WRITE
136200        WHEN CHG-CHANGE OF CHG-PEND-REC
136300           MOVE CHG-AFTER-IMAGE OF CHG-PEND-REC TO TEMPLATE-MF-REC
136400           REWRITE TEMPLATE-MF-REC
136500              INVALID KEY
136600                 DISPLAY "TEMPLATE REWRITE FAILED - FILE STATUS "
136700                    WS-TMPL-FS
136800              NOT INVALID KEY
136900                 SET WS-CHG-APPLY-OK TO TRUE
137000           END-REWRITE
137100        WHEN OTHER
137200           DELETE TEMPLATE-FILE
137300              INVALID KEY
137400                 DISPLAY "TEMPLATE DELETE FAILED - FILE STATUS "
137500                    WS-TMPL-FS
137600              NOT INVALID KEY
137700                 SET WS-CHG-APPLY-OK TO TRUE
137800           END-DELETE
137900     END-EVALUATE.
138000     CLOSE TEMPLATE-FILE.
138100 9830-EXIT.
138200     EXIT.
138300*-----------------------------------------------------------*
138400*  RECORDS THE CHECKER'S DECISION (THE CALLER HAS SET THE NEW  *
138500*  STATUS) WITH WHO AND WHEN ON THE PERMANENT CHANGE JOURNAL,  *
138600*  AUDITS IT AND TAKES THE CHANGE OFF THE PENDING FILE.        *
138700*-----------------------------------------------------------*
138800 9850-CHG-DECIDE.
138900     MOVE WS-OPR-ID TO CHG-CHECKER OF CHG-PEND-REC.
139000     ACCEPT CHG-CHECK-DATE OF CHG-PEND-REC FROM DATE YYYYMMDD.
139100     ACCEPT CHG-CHECK-TIME OF CHG-PEND-REC FROM TIME.
139200     MOVE CHG-PEND-REC TO CHG-JRNL-REC.
139300     WRITE CHG-JRNL-REC.
139400     MOVE WS-OPR-ID TO WS-AUD-USER.
139500     MOVE "K" TO WS-AUD-OP.
139600     MOVE CHG-KEY OF CHG-PEND-REC TO WS-AUD-SUBJECT.
139700     IF CHG-APPLIED OF CHG-PEND-REC
139800        MOVE "CHG APPLIED" TO WS-AUD-EVENT
139900        DISPLAY "CHANGE APPROVED AND APPLIED: "
140000           CHG-KEY OF CHG-PEND-REC
140100     ELSE
140200        MOVE "CHG DECLINE" TO WS-AUD-EVENT
140300        DISPLAY "CHANGE DECLINED: " CHG-KEY OF CHG-PEND-REC
140400     END-IF.
140500     PERFORM 0900-WRITE-AUDIT THRU 0900-EXIT.
140600     DELETE CHG-PEND-FILE
140700        INVALID KEY
140800           DISPLAY "PENDING CHANGE DELETE FAILED - FILE STATUS "
140900              WS-CHG-FS
141000     END-DELETE.
141100 9850-EXIT.
141200     EXIT.
141300*-----------------------------------------------------------*
141400 9860-CHG-STALE.
141500     DISPLAY "THE MASTER RECORD HAS CHANGED SINCE THIS CHANGE "
141600        "WAS KEYED".
141700     DISPLAY "NOT APPLIED - DECLINE IT AND KEY THE CHANGE AGAIN".
141800 9860-EXIT.
141900     EXIT.
142000*-----------------------------------------------------------*
142100 END PROGRAM MENUDRV.

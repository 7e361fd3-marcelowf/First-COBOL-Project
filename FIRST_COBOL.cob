001796*                  CALCENG SUBPROGRAM SO MENUDRV CAN SHARE THEM.
001797*  2026-08-08 MWF  SET A DISTINCT RETURN-CODE PER OUTCOME FOR
001798*                  THE JOB SCHEDULER.
001803*-----------------------------------------------------------*
001810*  2026-08-08 MWF  REVIEW FIXES: TRANSIN NOW USES ITS OWN
001811*                  INPUT-ONLY RECORD (CALCTXN COPYBOOK) INSTEAD
001812*                  OF THE OUTPUT-SHAPED CALCREC; TRANSIN GETS A
001943*                  THE MENUDRV INQUIRY CAN SCOPE WHAT EACH
001944*                  OPERATOR PROFILE MAY SEE.
001945*-----------------------------------------------------------*
001947*  2026-10-15 MWF  REVERSAL AND CORRECTION TRANSACTIONS: A
001949*                  TYPE "R" RECORD BACKS OUT THE RESULTS
001951*                  MASTER ENTRY IT NAMES. THE ENTRY IS MARKED
001953*                  REVERSED (STATUS V, REVERSAL DATE) AND AN
001955*                  OFFSETTING STATUS V RECORD CARRYING THE
001957*                  NEGATED RESULT IS WRITTEN TO TRANSOUT AND
001959*                  THE AUDIT LOG. A REVERSAL THAT ALSO
001961*                  CARRIES AN OPERATOR IS FOLLOWED BY ITS
001963*                  CORRECTED CALCULATION, POSTED OVER THE
001965*                  REVERSED ENTRY UNDER THE SAME ID. A
001967*                  REVERSAL NAMING AN ENTRY THAT IS MISSING,
001969*                  NOT A GOOD POSTING OR IN ANOTHER
001971*                  DEPARTMENT IS REFUSED TO THE SUSPENSE
001973*                  FILE (STATUS N) AND ENDS THE RUN WITH
001975*                  RETURN-CODE 6.
001977*-----------------------------------------------------------*
001978*  2026-10-15 MWF  HIGH-VALUE HOLD QUEUE: A GOOD DETAIL WHOSE
001979*                  RESULT IS OVER ITS DEPARTMENT'S SINGLE-
001980*                  RESULT LIMIT, OR WOULD TAKE THE VALUE THE
001981*                  RUN HAS POSTED FOR THE DEPARTMENT PAST ITS
001982*                  DAILY CAP (DEPTREC.CPY), IS NOT POSTED. IT
001983*                  IS WRITTEN TO THE HELD-ITEMS FILE (HOLDMF,
001984*                  SEE HOLDREC.CPY) FOR A SUPERVISOR TO
001985*                  RELEASE OR REJECT FROM MENUDRV, AND GOES TO
001986*                  TRANSOUT AS STATUS H. AN ITEM HOLDREL
001987*                  PASSES BACK RELEASED POSTS WITHOUT THE
001988*                  LIMITS; ONE PASSED BACK REJECTED GOES TO
001989*                  THE SUSPENSE FILE WITH ITS OWN REASON CODE
001990*                  (STATUS J). THE RUN SUMMARY COUNTS ALL
001991*                  THREE AND A RUN THAT HELD ANYTHING ENDS
001992*                  WITH RETURN-CODE 2. WITHOUT DEPTMF OR
001993*                  HOLDMF THE RUN WARNS AND POSTS AS BEFORE.
001994*-----------------------------------------------------------*
001995*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
001996*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
001997*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS,
001998*                  MARKED RESTARTED WHEN THE RUN RESUMED FROM
001999*                  THE RESTARTCK CHECKPOINT.
002000*  2026-10-15 MWF  THE RESULTS MASTER POSTING NOW CARRIES THE
002001*                  RATE CODE A SECOND VALUE WAS RESOLVED FROM,
002002*                  SO THE RATEWHAT STEP CAN SIMULATE A RATE
002003*                  CHANGE AGAINST THE RETAINED RESULTS.
002004*  2026-10-15 MWF  THE CORRECTION CARRIED BY A REVERSAL IS PUT
002005*                  THROUGH THE HIGH-VALUE LIMITS BEFORE THE
002006*                  ORIGINAL IS OFFSET; IF IT IS HELD THE WHOLE
002007*                  REVERSAL IS HELD AND NOTHING IS POSTED, SO
002008*                  ITS RELEASE REPLAYS BOTH TOGETHER.
002009*  2026-10-15 MWF  THE DAILY CAP NOW COVERS THE DAY, NOT THE RUN:
002010*                  A FRESH START SEEDS EACH DEPARTMENT'S DAY
002011*                  TOTAL FROM ITS RESULTS MASTER POSTINGS DATED
002012*                  THE RUN DATE, AND THE DAY TOTALS ARE CARRIED
002013*                  IN THE CHECKPOINT SO A RESTART RESUMES THEM.
002014*                  RESULTMF IS NOW OPENED FOR DYNAMIC ACCESS.
002015*  2026-10-15 MWF  A CORRECTION IS CALCULATED BEFORE ITS ORIGINAL
002016*                  IS OFFSET, LIMITS OR NOT; IF IT CANNOT BE, THE
002017*                  WHOLE REVERSAL GOES TO SUSPENSE WITH NOTHING
002018*                  POSTED, SO IT CAN BE FIXED AND RESUBMITTED.
002019*-----------------------------------------------------------*
002020 ENVIRONMENT DIVISION.
002021 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
002300            ORGANIZATION IS SEQUENTIAL
002700
002702     SELECT RESULT-FILE ASSIGN TO "RESULTMF"
002703            ORGANIZATION IS INDEXED
002704            ACCESS MODE IS DYNAMIC
002705            RECORD KEY IS RES-ID
002706            FILE STATUS IS WS-RESULT-FS.
002707
002719            RECORD KEY IS RATE-CODE
002721            FILE STATUS IS WS-RATE-FS.
002722
002723     SELECT DEPT-FILE ASSIGN TO "DEPTMF"
002724            ORGANIZATION IS INDEXED
002725            ACCESS MODE IS RANDOM
002726            RECORD KEY IS DEPT-CODE
002727            FILE STATUS IS WS-DEPT-FS.
002728
002729     SELECT HOLD-FILE ASSIGN TO "HOLDMF"
002730            ORGANIZATION IS INDEXED
002731            ACCESS MODE IS RANDOM
002732            RECORD KEY IS HLD-ID
002733            FILE STATUS IS WS-HOLD-FS.
002734
002735     SELECT SUMM-FILE ASSIGN TO "SUMMOUT"
002736            ORGANIZATION IS SEQUENTIAL
002737            FILE STATUS IS WS-SUMM-FS.
002738*-----------------------------------------------------------*
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  TRANS-IN-FILE
003718     COPY RATEREC REPLACING ==RATE-RECORD==
003719            BY ==RATE-MF-REC==.
003721
003722 FD  DEPT-FILE
003723     LABEL RECORDS ARE STANDARD.
003724     COPY DEPTREC REPLACING ==DEPARTMENT-RECORD==
003725            BY ==DEPT-MF-REC==.
003726
003727 FD  HOLD-FILE
003728     LABEL RECORDS ARE STANDARD.
003729     COPY HOLDREC REPLACING ==HOLD-RECORD==
003730            BY ==HOLD-MF-REC==.
003731
003732 FD  SUMM-FILE
003733     LABEL RECORDS ARE STANDARD.
003734     COPY RESTARTREC REPLACING ==RESTART-RECORD==
003735            BY ==SUMM-OUT-REC==.
003736*-----------------------------------------------------------*
003800 WORKING-STORAGE SECTION.
003900*    WORK AREA FOR THE CALCULATION CURRENTLY BEING PROCESSED
004000     COPY CALCREC REPLACING ==CALC-RECORD== BY ==WS-CALC-REC==.
004437 77  WS-RATE-FS                        PIC X(02) VALUE "00".
004438 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
004439 77  WS-SUMM-FS                        PIC X(02) VALUE "00".
004440 77  WS-DEPT-FS                        PIC X(02) VALUE "00".
004441 77  WS-HOLD-FS                        PIC X(02) VALUE "00".
004442*    CHECKPOINT/RESTART FIELDS
004443 77  WS-SKIP-COUNT                     PIC 9(09) COMP VALUE ZERO.
004444 77  WS-CKPT-INTERVAL                  PIC 9(09) COMP VALUE 1000.
004445 77  WS-CKPT-QUOT                      PIC 9(09) COMP VALUE ZERO.
004446 77  WS-CKPT-REM                       PIC 9(09) COMP VALUE ZERO.
004447     COPY RESTARTREC REPLACING ==RESTART-RECORD==
004448            BY ==WS-RESTART-REC==.
004450*    WORK AREA FOR THE SUSPENSE RECORD BEING BUILT
004452     COPY REJECTREC REPLACING ==REJECT-RECORD==
004454            BY ==WS-REJECT-REC==.
004455*    HOLDS THE CORRECTED CALCULATION WHILE THE OFFSETTING ENTRY
004456*    FOR THE REVERSAL AHEAD OF IT IS BUILT IN WS-CALC-REC
004457     COPY CALCREC REPLACING ==CALC-RECORD== BY ==WS-CORR-REC==.
004458
004459*    BATCH RECONCILIATION FIELDS: ONE TABLE ENTRY PER
004460*    HEADER/TRAILER PAIR IN THE (POSSIBLY CONCATENATED) INPUT
004461*    FILE, SO EACH SENDER'S BATCH IS PROVED ON ITS OWN. A
004462*    DETAIL ARRIVING BEFORE ANY HEADER OPENS AN IMPLICIT
004463*    *NOHDR* ENTRY SO A HEADERLESS FILE IS STILL VISIBLE.
004464 77  WS-HEADER-SW                      PIC X(01) VALUE "N".
004465     88  WS-HEADER-SEEN                      VALUE "Y".
004466 77  WS-TRAILER-SW                     PIC X(01) VALUE "N".
004467     88  WS-TRAILER-SEEN                     VALUE "Y".
004468 77  WS-BALANCE-SW                     PIC X(01) VALUE "N".
004469     88  WS-BATCH-BALANCED                   VALUE "Y".
004470 77  WS-BAT-MAX                        PIC 9(02) COMP VALUE 50.
004471 77  WS-BAT-USED                       PIC 9(02) COMP VALUE ZERO.
004472 77  WS-BX                             PIC 9(02) COMP VALUE ZERO.
004473 01  WS-BATCH-TABLE.
004474     05  WS-BAT-ENTRY OCCURS 50 TIMES.
004475         10  BAT-ID                    PIC X(08).
004476         10  BAT-DATE                  PIC 9(08).
004477         10  BAT-DEPT                  PIC X(04).
004478         10  BAT-DET-COUNT             PIC 9(09) COMP.
004479         10  BAT-HASH                  PIC S9(13)V99.
004480         10  BAT-EXP-COUNT             PIC 9(09).
004481         10  BAT-EXP-HASH              PIC S9(13)V99.
004482         10  BAT-TRL-SW                PIC X(01).
004483         10  BAT-BAL-SW                PIC X(01).
004484 01  WS-HASH-TOTAL                     PIC S9(13)V99 VALUE ZERO.
004485 01  WS-HASH-EDIT                      PIC -(12)9.99.
004486 01  WS-BAT-EDIT                       PIC Z9.
004487*    FIELDS USED TO STAMP EACH AUDIT LOG ENTRY
004488 01  WS-AUDIT-STAMP.
004500     05  WS-AUDIT-DATE                 PIC 9(08).
004520     05  WS-AUDIT-TIME                 PIC 9(08).
004540     05  WS-AUDIT-USER                 PIC X(08).
005495     05  WS-CNT-CHAIN                  PIC 9(09) COMP VALUE ZERO.
005497     05  WS-CNT-DUP                    PIC 9(09) COMP VALUE ZERO.
005498     05  WS-CNT-RATEERR                PIC 9(09) COMP VALUE ZERO.
005500     05  WS-CNT-REVERSE                PIC 9(09) COMP VALUE ZERO.
005502     05  WS-CNT-REVERR                 PIC 9(09) COMP VALUE ZERO.
005504     05  WS-CNT-CORRECT                PIC 9(09) COMP VALUE ZERO.
005505     05  WS-CNT-HELD                   PIC 9(09) COMP VALUE ZERO.
005506     05  WS-CNT-RELEASE                PIC 9(09) COMP VALUE ZERO.
005507     05  WS-CNT-HOLDREJ                PIC 9(09) COMP VALUE ZERO.
005508     05  WS-TOTAL-ADD                  PIC S9(7)V99 VALUE ZERO.
005510
005520*    RUNNING REGISTER FOR CHAINED CALCULATIONS
005530 77  WS-PRIOR-RE                       PIC S9(7)V99 VALUE ZERO.
005602*    RATE-LOOKUP TRANSACTION IS REJECTED WITH STATUS R
005603 77  WS-RATE-OPEN-SW                   PIC X(01) VALUE "N".
005604     88  WS-RATE-OPEN                        VALUE "Y".
005614*    REVERSAL WORK FIELDS: SET WHILE THE CORRECTED CALCULATION
005624*    BEHIND A REVERSAL IS BEING PROCESSED, AND THE DATE AND
005634*    RESULT OF THE POSTING THAT WAS BACKED OUT
005644 77  WS-CORRECTION-SW                  PIC X(01) VALUE "N".
005654     88  WS-CORRECTION                       VALUE "Y".
005664 77  WS-REV-ORIG-DATE                  PIC 9(08) VALUE ZERO.
005674 77  WS-REV-ORIG-RE                    PIC S9(7)V99 VALUE ZERO.
005675*    HIGH-VALUE HOLD FIELDS: SET WHEN BOTH THE DEPARTMENT
005676*    MASTER AND THE HELD-ITEMS FILE OPENED CLEAN. ONE TABLE
005677*    ENTRY PER DEPARTMENT SEEN THIS RUN CARRIES ITS LIMITS
005678*    FROM DEPTMF AND THE VALUE POSTED FOR IT SO FAR TODAY.
005679 77  WS-LIMITS-SW                      PIC X(01) VALUE "N".
005680     88  WS-LIMITS-ON                        VALUE "Y".
005681 77  WS-LIM-MAX                        PIC 9(03) COMP VALUE 200.
005682 77  WS-LIM-USED                       PIC 9(03) COMP VALUE ZERO.
005683 77  WS-LX                             PIC 9(03) COMP VALUE ZERO.
005684 77  WS-LY                             PIC 9(03) COMP VALUE ZERO.
005685 01  WS-LIMIT-TABLE.
005686     05  WS-LIM-ENTRY OCCURS 200 TIMES.
005687         10  LIM-DEPT                  PIC X(04).
005688         10  LIM-MAX-RESULT            PIC 9(07)V99.
005689         10  LIM-DAY-CAP               PIC 9(09)V99.
005690         10  LIM-DAY-TOTAL             PIC 9(09)V99.
005691 77  WS-HOLD-AMT                       PIC 9(07)V99 VALUE ZERO.
005692 77  WS-LZ                             PIC 9(03) COMP VALUE ZERO.
005693 77  WS-LIM-KEY                        PIC X(04) VALUE SPACES.
005694 77  WS-SEED-EOF-SW                    PIC X(01) VALUE "N".
005695     88  WS-SEED-EOF                         VALUE "Y".
005696*    SET WHEN THE CORRECTION CARRIED BY A REVERSAL HAS PASSED
005697*    THE LIMITS AHEAD OF THE REVERSAL AND BEEN COUNTED TOWARD
005698*    THE DAY TOTAL - TAKEN BACK OFF IF THE REVERSAL IS REFUSED
005699 77  WS-PRE-COUNTED-SW                 PIC X(01) VALUE "N".
005700     88  WS-PRE-COUNTED                      VALUE "Y".
005701 77  WS-PRE-LX                         PIC 9(03) COMP VALUE ZERO.
005702 77  WS-PRE-AMT                        PIC 9(07)V99 VALUE ZERO.
005703*    SET WHEN A CORRECTION IS REJECTED BEFORE ITS REVERSAL: THE
005704*    WHOLE RECORD GOES TO SUSPENSE AND NOTHING IS POSTED
005705 77  WS-CORR-REJECTED-SW               PIC X(01) VALUE "N".
005706     88  WS-CORR-REJECTED                    VALUE "Y".
005707*    TRANSACTION IMAGE AS STORED ON THE HELD-ITEMS FILE
005708     COPY CALCTXN REPLACING ==CALC-TRANS-RECORD==
005709            BY ==WS-HOLD-TXN==.
005710
005711*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
005712     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
005713*-----------------------------------------------------------*
005714 PROCEDURE DIVISION.
005800*-----------------------------------------------------------*
005900 0000-MAINLINE.
005920     MOVE SPACES TO WS-RUN-LOG.
005940     MOVE "FIRSTCOBOL" TO RLG-PROGRAM OF WS-RUN-LOG.
005960     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
005980     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
006000     DISPLAY "----------INICIO----------".
006020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006100
006220        DISPLAY "ERROR: UNABLE TO OPEN TRANSIN - FILE STATUS "
006222           WS-TRANS-IN-FS
006224        MOVE 20 TO RETURN-CODE
006225        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
006226        STOP RUN
006228     END-IF.
006250
006260     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
006270
006280     IF WS-SKIP-COUNT > ZERO
006281        SET RLG-RESTARTED OF WS-RUN-LOG TO TRUE
006282        OPEN EXTEND TRANS-OUT-FILE
006284        IF WS-TRANS-OUT-FS NOT = "00"
006286           OPEN OUTPUT TRANS-OUT-FILE
006429           "REJECTED"
006431     END-IF.
006432
006433     OPEN INPUT DEPT-FILE.
006434     IF WS-DEPT-FS NOT = "00"
006435        DISPLAY "WARNING: UNABLE TO OPEN DEPTMF - FILE "
006436           "STATUS " WS-DEPT-FS
006437     END-IF.
006438     OPEN I-O HOLD-FILE.
006439     IF WS-HOLD-FS = "35"
006440        OPEN OUTPUT HOLD-FILE
006441     END-IF.
006442     IF WS-HOLD-FS NOT = "00"
006443        DISPLAY "WARNING: UNABLE TO OPEN HOLDMF - FILE "
006444           "STATUS " WS-HOLD-FS
006445     END-IF.
006446     IF WS-DEPT-FS = "00"
006447        AND WS-HOLD-FS = "00"
006448        SET WS-LIMITS-ON TO TRUE
006449        PERFORM 1500-LOAD-DAY-TOTALS THRU 1500-EXIT
006450     ELSE
006451        DISPLAY "WARNING: HIGH-VALUE LIMITS WILL NOT BE "
006452           "APPLIED"
006453     END-IF.
006454
006500     PERFORM 1000-READ-TRANS THRU 1000-EXIT.
006600     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
006700         UNTIL WS-EOF.
007062     IF WS-RATE-OPEN
007063        CLOSE RATE-FILE
007064     END-IF.
007065     IF WS-DEPT-FS = "00"
007066        CLOSE DEPT-FILE
007067     END-IF.
007068     IF WS-HOLD-FS = "00"
007069        CLOSE HOLD-FILE
007070     END-IF.
007071
007072     PERFORM 2700-CLEAR-RESTART THRU 2700-EXIT.
007100
007150     PERFORM 7000-RECONCILE-BATCH THRU 7000-EXIT.
007200     PERFORM 8000-SUMMARY THRU 8000-EXIT.
007230     PERFORM 8500-WRITE-SUMM-FILE THRU 8500-EXIT.
007250     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
007270     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
007300     STOP RUN.
007400*-----------------------------------------------------------*
007500 1000-READ-TRANS.
008608              TO WS-PRIOR-OK-SW
008609           MOVE RESTART-TOTAL-ADD OF WS-RESTART-REC
008610              TO WS-TOTAL-ADD
008615           MOVE RESTART-CNT-REVERSE OF WS-RESTART-REC
008620              TO WS-CNT-REVERSE
008625           MOVE RESTART-CNT-REVERR OF WS-RESTART-REC
008630              TO WS-CNT-REVERR
008635           MOVE RESTART-CNT-CORRECT OF WS-RESTART-REC
008640              TO WS-CNT-CORRECT
008641           MOVE RESTART-CNT-HELD OF WS-RESTART-REC
008642              TO WS-CNT-HELD
008643           MOVE RESTART-CNT-RELEASE OF WS-RESTART-REC
008644              TO WS-CNT-RELEASE
008645           MOVE RESTART-CNT-HOLDREJ OF WS-RESTART-REC
008646              TO WS-CNT-HOLDREJ
008647        END-IF
008650        CLOSE RESTART-FILE
008655     END-IF.
008660 1100-EXIT.
008665     EXIT.
008680*-----------------------------------------------------------*
008700 2000-PROCESS-RECORD.
008701*    CLEAR THE PRIOR RECORD'S STATUS - THE DUPLICATE AND RATE
008704     IF CALC-RESUBMITTED OF TRANS-IN-REC
008705        ADD 1 TO WS-CNT-RESUB
008706     END-IF.
008707     IF CALC-HOLD-RELEASED OF TRANS-IN-REC
008708        ADD 1 TO WS-CNT-RELEASE
008709     END-IF.
008710     MOVE CALC-ID OF TRANS-IN-REC TO CALC-ID OF WS-CALC-REC.
008711     MOVE CALC-DEPT OF TRANS-IN-REC TO CALC-DEPT OF WS-CALC-REC.
008712     IF CALC-CONTINUATION OF TRANS-IN-REC
008713        MOVE WS-PRIOR-RE TO CALC-V1 OF WS-CALC-REC
008714     ELSE
008716        MOVE CALC-V1 OF TRANS-IN-REC TO CALC-V1 OF WS-CALC-REC
008718     END-IF.
008738     ELSE
008739        MOVE WS-REC-COUNT TO CALC-SEQ OF WS-CALC-REC
008740     END-IF.
008741*    A HELD ITEM THE SUPERVISOR REJECTED ONLY COMES BACK TO BE
008742*    SENT TO SUSPENSE
008743     IF CALC-HOLD-REJECTED OF TRANS-IN-REC
008744        PERFORM 2398-REJECT-HELD THRU 2398-EXIT
008745        GO TO 2000-CARRY
008746     END-IF.
008747*    A REVERSAL BACKS OUT THE ENTRY IT NAMES FIRST. A HELD,
008748*    REJECTED, REFUSED OR REVERSE-ONLY RECORD IS DONE ONCE ITS
008749*    ENTRY IS WRITTEN; A CORRECTION CARRIES ON AS A CALCULATION
008750     MOVE "N" TO WS-CORRECTION-SW.
008751     IF CALC-REVERSAL OF TRANS-IN-REC
008752        PERFORM 2840-APPLY-REVERSAL THRU 2840-EXIT
008753        IF NOT WS-CORRECTION
008754           GO TO 2000-CARRY
008755        END-IF
008756     END-IF.
008757
008758     IF CALC-CONTINUATION OF TRANS-IN-REC
008759        AND NOT WS-PRIOR-OK
008760        PERFORM 2350-SKIP-CHAIN THRU 2350-EXIT
008761        GO TO 2000-CARRY
008762     END-IF.
008763*    A TRANSACTION ID ALREADY POSTED TO THE RESULTS MASTER IS
008764*    A CROSS-DAY REUSE AND IS REJECTED, UNLESS THE RECORD CAME
008765*    BACK THROUGH THE REJRESUB SUSPENSE PATH OR IS THE
008766*    CORRECTION OF AN ENTRY JUST REVERSED
008767     IF WS-RESULT-OPEN
008768        AND NOT CALC-RESUBMITTED OF TRANS-IN-REC
008769        AND NOT WS-CORRECTION
008770        PERFORM 2360-CHECK-DUPLICATE THRU 2360-EXIT
008771        IF CALC-DUP-ID OF WS-CALC-REC
008772           GO TO 2000-CARRY
008773        END-IF
008774     END-IF.
008775*    A RATE-LOOKUP TRANSACTION GETS ITS VALOR 2 FROM THE
008776*    RATES TABLE BEFORE THE CALCULATION
008777     IF CALC-V2-RATE OF TRANS-IN-REC
008778        PERFORM 2370-RESOLVE-RATE THRU 2370-EXIT
008779        IF CALC-RATE-ERR OF WS-CALC-REC
008780           GO TO 2000-CARRY
008782        END-IF
008784     END-IF.
008786     CALL "CALCENG" USING WS-CALC-REC.
008800
008820     EVALUATE TRUE
008830        WHEN CALC-OK OF WS-CALC-REC
008832           IF WS-LIMITS-ON AND NOT WS-CORRECTION
008834              PERFORM 2390-CHECK-LIMITS THRU 2390-EXIT
008836           END-IF
008838           IF CALC-OK OF WS-CALC-REC
008840              PERFORM 2200-REPORT-SUCCESS THRU 2200-EXIT
008842           END-IF
008850        WHEN CALC-DIV-ZERO OF WS-CALC-REC
008870        WHEN CALC-BAD-OP OF WS-CALC-REC
008890        WHEN CALC-SIZE-ERR OF WS-CALC-REC
008910           PERFORM 2310-REJECT-CALC THRU 2310-EXIT
008935     END-EVALUATE.
013650
013660 2000-CARRY.
013900     WRITE TRANS-OUT-REC.
013920
013930     PERFORM 2400-POST-RESULT THRU 2400-EXIT.
013940     MOVE "N" TO WS-CORR-REJECTED-SW.
013950
013960     PERFORM 2500-CHECKPOINT THRU 2500-EXIT.
014000
014675 2370-EXIT.
014676     EXIT.
014677*-----------------------------------------------------------*
014678*  HIGH-VALUE HOLD: A GOOD DETAIL WHOSE RESULT IS LARGER THAN *
014679*  ITS DEPARTMENT'S SINGLE-RESULT LIMIT, OR WOULD TAKE THE    *
014680*  VALUE POSTED FOR THE DEPARTMENT TODAY PAST ITS DAILY       *
014681*  CAP, IS DIVERTED TO THE HELD-ITEMS FILE. THE LIMITS ARE ON *
014682*  THE SIZE OF THE RESULT, SIGN IGNORED; ZERO MEANS NO LIMIT. *
014683*  AN ITEM A SUPERVISOR RELEASED IS NOT HELD AGAIN BUT STILL  *
014684*  COUNTS TOWARD THE CAP. A CORRECTION IS CHECKED BY 2850     *
014685*  AHEAD OF ITS REVERSAL; A REVERSE-ONLY RECORD NEVER IS.     *
014686*-----------------------------------------------------------*
014687 2390-CHECK-LIMITS.
014689     MOVE CALC-DEPT OF WS-CALC-REC TO WS-LIM-KEY.
014691     PERFORM 2392-FIND-LIMITS THRU 2392-EXIT.
014692     IF WS-LX = ZERO
014693        GO TO 2390-EXIT
014694     END-IF.
014695     IF CALC-RE OF WS-CALC-REC < ZERO
014696        COMPUTE WS-HOLD-AMT = ZERO - CALC-RE OF WS-CALC-REC
014697     ELSE
014698        MOVE CALC-RE OF WS-CALC-REC TO WS-HOLD-AMT
014699     END-IF.
014700     IF CALC-HOLD-RELEASED OF TRANS-IN-REC
014701        GO TO 2390-COUNT
014702     END-IF.
014703     IF LIM-MAX-RESULT (WS-LX) > ZERO
014704        AND WS-HOLD-AMT > LIM-MAX-RESULT (WS-LX)
014705        SET HLD-OVER-MAX OF HOLD-MF-REC TO TRUE
014706        PERFORM 2396-HOLD-ITEM THRU 2396-EXIT
014707        GO TO 2390-EXIT
014708     END-IF.
014709     IF LIM-DAY-CAP (WS-LX) > ZERO
014710        AND LIM-DAY-TOTAL (WS-LX) + WS-HOLD-AMT
014711            > LIM-DAY-CAP (WS-LX)
014712        SET HLD-OVER-CAP OF HOLD-MF-REC TO TRUE
014713        PERFORM 2396-HOLD-ITEM THRU 2396-EXIT
014714        GO TO 2390-EXIT
014715     END-IF.
014716 2390-COUNT.
014717     ADD WS-HOLD-AMT TO LIM-DAY-TOTAL (WS-LX).
014718 2390-EXIT.
014719     EXIT.
014720*-----------------------------------------------------------*
014721*  FINDS THE LIMIT TABLE ENTRY FOR DEPARTMENT WS-LIM-KEY,     *
014722*  LOADING IT FROM DEPTMF THE FIRST TIME IT IS SEEN. ONE      *
014723*  NOT ON THE MASTER GETS NO LIMITS. BEYOND THE TABLE LIMIT   *
014724*  THE DEPARTMENT IS NOT CHECKED AND WS-LX COMES BACK ZERO.   *
014725*-----------------------------------------------------------*
014726 2392-FIND-LIMITS.
014727     MOVE ZERO TO WS-LX.
014728     MOVE ZERO TO WS-LY.
014729     PERFORM 2394-SCAN-LIMITS THRU 2394-EXIT
014730        VARYING WS-LY FROM 1 BY 1
014731        UNTIL WS-LX > ZERO OR WS-LY > WS-LIM-USED.
014732     IF WS-LX > ZERO
014733        GO TO 2392-EXIT
014734     END-IF.
014735     IF WS-LIM-USED NOT < WS-LIM-MAX
014736        DISPLAY "WARNING: DEPARTMENT LIMIT TABLE FULL - NO "
014737           "LIMITS FOR " WS-LIM-KEY
014738        GO TO 2392-EXIT
014739     END-IF.
014740     ADD 1 TO WS-LIM-USED.
014741     MOVE WS-LIM-USED TO WS-LX.
014742     MOVE WS-LIM-KEY TO LIM-DEPT (WS-LX).
014743     MOVE ZERO TO LIM-MAX-RESULT (WS-LX).
014744     MOVE ZERO TO LIM-DAY-CAP (WS-LX).
014745     MOVE ZERO TO LIM-DAY-TOTAL (WS-LX).
014746     MOVE WS-LIM-KEY TO DEPT-CODE OF DEPT-MF-REC.
014747     READ DEPT-FILE
014748        INVALID KEY
014749           GO TO 2392-EXIT
014750     END-READ.
014751     IF DEPT-MAX-RESULT OF DEPT-MF-REC NUMERIC
014752        MOVE DEPT-MAX-RESULT OF DEPT-MF-REC
014753           TO LIM-MAX-RESULT (WS-LX)
014754     END-IF.
014755     IF DEPT-DAY-CAP OF DEPT-MF-REC NUMERIC
014756        MOVE DEPT-DAY-CAP OF DEPT-MF-REC TO LIM-DAY-CAP (WS-LX)
014757     END-IF.
014758 2392-EXIT.
014759     EXIT.
014760*-----------------------------------------------------------*
014761 2394-SCAN-LIMITS.
014762     IF LIM-DEPT (WS-LY) = WS-LIM-KEY
014763        MOVE WS-LY TO WS-LX
014764     END-IF.
014765 2394-EXIT.
014766     EXIT.
014767*-----------------------------------------------------------*
014768*  WRITES THE OVER-LIMIT ITEM TO THE HELD-ITEMS FILE WITH THE *
014769*  RESULT IT WOULD HAVE POSTED (THE CALLER HAS SET THE HOLD   *
014770*  REASON) AND MARKS IT HELD: IT GOES TO TRANSOUT AS STATUS H *
014771*  BUT NOT TO THE RESULTS MASTER OR THE AUDIT LOG. A          *
014772*  CONTINUATION IS STORED WITH THE VALOR 1 IT CHAINED FROM,   *
014773*  SO ITS RELEASE DOES NOT DEPEND ON THE RUN IT COMES BACK IN.*
014774*-----------------------------------------------------------*
014775 2396-HOLD-ITEM.
014776     MOVE TRANS-IN-REC TO WS-HOLD-TXN.
014777     IF CALC-CONTINUATION OF WS-HOLD-TXN
014778        MOVE CALC-V1 OF WS-CALC-REC TO CALC-V1 OF WS-HOLD-TXN
014779        MOVE SPACE TO CALC-CONT OF WS-HOLD-TXN
014780     END-IF.
014781     MOVE SPACE TO CALC-RESUB OF WS-HOLD-TXN.
014782     MOVE CALC-ID OF WS-CALC-REC TO HLD-ID OF HOLD-MF-REC.
014783     MOVE CALC-DEPT OF WS-CALC-REC TO HLD-DEPT OF HOLD-MF-REC.
014784     MOVE WS-RUN-DATE TO HLD-HOLD-DATE OF HOLD-MF-REC.
014785     MOVE CALC-RE OF WS-CALC-REC TO HLD-RE OF HOLD-MF-REC.
014786     SET HLD-HELD OF HOLD-MF-REC TO TRUE.
014787     MOVE ZERO TO HLD-ACT-DATE OF HOLD-MF-REC.
014788     MOVE SPACES TO HLD-ACT-USER OF HOLD-MF-REC.
014789     MOVE ZERO TO HLD-SENT-DATE OF HOLD-MF-REC.
014790     MOVE WS-HOLD-TXN TO HLD-TXN-IMAGE OF HOLD-MF-REC.
014791     WRITE HOLD-MF-REC.
014792     IF WS-HOLD-FS = "22"
014793        REWRITE HOLD-MF-REC
014794     END-IF.
014795     DISPLAY "HELD FOR SUPERVISOR REVIEW - OVER DEPARTMENT "
014796        "LIMIT: " CALC-ID OF WS-CALC-REC.
014797     SET CALC-HELD OF WS-CALC-REC TO TRUE.
014798     ADD 1 TO WS-CNT-HELD.
014799 2396-EXIT.
014800     EXIT.
014801*-----------------------------------------------------------*
014802*  A HELD ITEM THE SUPERVISOR REJECTED, PASSED BACK BY        *
014803*  HOLDREL, GOES TO THE SUSPENSE FILE WITH ITS OWN REASON     *
014804*  CODE (STATUS J) WITHOUT BEING CALCULATED AGAIN.            *
014805*-----------------------------------------------------------*
014806 2398-REJECT-HELD.
014807     DISPLAY "HELD ITEM REJECTED BY SUPERVISOR: "
014808        CALC-ID OF WS-CALC-REC.
014809     MOVE ZERO TO CALC-RE OF WS-CALC-REC.
014810     MOVE ZERO TO CALC-RMDR OF WS-CALC-REC.
014811     SET CALC-HOLD-REJ OF WS-CALC-REC TO TRUE.
014812     ADD 1 TO WS-CNT-HOLDREJ.
014813     ADD 1 TO WS-CNT-REJECT.
014814     SET REJ-HOLD-REJECTED OF WS-REJECT-REC TO TRUE.
014815     PERFORM 2300-WRITE-REJECT THRU 2300-EXIT.
014816 2398-EXIT.
014817     EXIT.
014818*-----------------------------------------------------------*
014819 2400-POST-RESULT.
014820     IF NOT WS-RESULT-OPEN
014821        GO TO 2400-EXIT
014822     END-IF.
014823     IF CALC-DUP-ID OF WS-CALC-REC
014824        OR CALC-REV-REFUSED OF WS-CALC-REC
014825        OR CALC-HELD OF WS-CALC-REC OR WS-CORR-REJECTED
014826        GO TO 2400-EXIT
014827     END-IF.
014828     IF CALC-REVERSED OF WS-CALC-REC
014829        PERFORM 2450-MARK-REVERSED THRU 2450-EXIT
014830        GO TO 2400-EXIT
014831     END-IF.
014832     MOVE CALC-ID OF WS-CALC-REC TO RES-ID OF RESULT-MF-REC.
014833     MOVE CALC-DEPT OF WS-CALC-REC TO RES-DEPT OF RESULT-MF-REC.
014834     MOVE CALC-V1 OF WS-CALC-REC TO RES-V1 OF RESULT-MF-REC.
014835     MOVE CALC-V2 OF WS-CALC-REC TO RES-V2 OF RESULT-MF-REC.
014836     MOVE CALC-OP OF WS-CALC-REC TO RES-OP OF RESULT-MF-REC.
014837     MOVE CALC-RE OF WS-CALC-REC TO RES-RE OF RESULT-MF-REC.
014838     MOVE CALC-RMDR OF WS-CALC-REC
014839        TO RES-RMDR OF RESULT-MF-REC.
014840     MOVE CALC-STATUS OF WS-CALC-REC
014841        TO RES-STATUS OF RESULT-MF-REC.
014842     MOVE WS-RUN-DATE TO RES-PROC-DATE OF RESULT-MF-REC.
014843     MOVE CALC-RATE-CODE OF WS-CALC-REC
014844        TO RES-RATE-CODE OF RESULT-MF-REC.
014845*    A CORRECTION KEEPS THE TRAIL OF THE POSTING IT REPLACES
014846     IF WS-CORRECTION
014847        MOVE WS-RUN-DATE TO RES-REV-DATE OF RESULT-MF-REC
014848        MOVE WS-REV-ORIG-DATE TO RES-ORIG-DATE OF RESULT-MF-REC
014849        MOVE WS-REV-ORIG-RE TO RES-ORIG-RE OF RESULT-MF-REC
014850     ELSE
014851        MOVE ZERO TO RES-REV-DATE OF RESULT-MF-REC
014852        MOVE ZERO TO RES-ORIG-DATE OF RESULT-MF-REC
014853        MOVE ZERO TO RES-ORIG-RE OF RESULT-MF-REC
014854     END-IF.
014855     WRITE RESULT-MF-REC.
014856*    ONLY THE REJRESUB RESUBMISSION PATH AND A CORRECTION MAY
014857*    REPOST AN EXISTING ID - FRESH REUSE WAS REJECTED BEFORE
014858*    THE CALL
014859     IF WS-RESULT-FS = "22"
014860        AND (CALC-RESUBMITTED OF TRANS-IN-REC
014861             OR WS-CORRECTION)
014862        REWRITE RESULT-MF-REC
014863     END-IF.
014864 2400-EXIT.
014865     EXIT.
014866*-----------------------------------------------------------*
014867 2100-WRITE-AUDIT.
014868     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
014869     ACCEPT WS-AUDIT-TIME FROM TIME.
014870     ACCEPT WS-AUDIT-USER FROM ENVIRONMENT "USER".
014871     MOVE CALC-V1 OF WS-CALC-REC TO WS-AUDIT-V1.
014872     MOVE CALC-V2 OF WS-CALC-REC TO WS-AUDIT-V2.
014873     MOVE CALC-RE OF WS-CALC-REC TO WS-AUDIT-RE.
014874     MOVE SPACES TO WS-AUDIT-LINE.
014875     STRING "DT=" WS-AUDIT-DATE " TM=" WS-AUDIT-TIME
014876            " USER=" WS-AUDIT-USER
014877            " V1=" WS-AUDIT-V1
014878            " OP=" CALC-OP OF WS-CALC-REC
014879            " V2=" WS-AUDIT-V2
014880            " RE=" WS-AUDIT-RE
014881            " RC=" CALC-RATE-CODE OF WS-CALC-REC
014882            DELIMITED BY SIZE INTO WS-AUDIT-LINE.
014883     MOVE WS-AUDIT-LINE TO AUDIT-REC.
014884     WRITE AUDIT-REC.
014885 2100-EXIT.
014886     EXIT.
014887*-----------------------------------------------------------*
014888*  MARKS THE RESULTS MASTER ENTRY NAMED BY A REVERSAL AS      *
014889*  REVERSED. THE ENTRY STAYS ON FILE WITH ITS ORIGINAL        *
014890*  FIGURES AND PROCESSING DATE SO THE INQUIRY STILL SHOWS     *
014891*  WHAT WAS BACKED OUT AND WHEN.                              *
014892*-----------------------------------------------------------*
014893 2450-MARK-REVERSED.
014894     MOVE CALC-ID OF WS-CALC-REC TO RES-ID OF RESULT-MF-REC.
014895     READ RESULT-FILE
014896        INVALID KEY
014897           GO TO 2450-EXIT
014898     END-READ.
014899     MOVE "V" TO RES-STATUS OF RESULT-MF-REC.
014900     MOVE WS-RUN-DATE TO RES-REV-DATE OF RESULT-MF-REC.
014901     MOVE WS-REV-ORIG-DATE TO RES-ORIG-DATE OF RESULT-MF-REC.
014902     MOVE WS-REV-ORIG-RE TO RES-ORIG-RE OF RESULT-MF-REC.
014903     REWRITE RESULT-MF-REC.
014904 2450-EXIT.
014905     EXIT.
014906*-----------------------------------------------------------*
014907 2500-CHECKPOINT.
014908     DIVIDE WS-REC-COUNT BY WS-CKPT-INTERVAL
014909        GIVING WS-CKPT-QUOT
014910        REMAINDER WS-CKPT-REM.
014911     IF WS-CKPT-REM = ZERO
014912        PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT
014913     END-IF.
014914 2500-EXIT.
014915     EXIT.
014916*-----------------------------------------------------------*
014917 2600-WRITE-CHECKPOINT.
014918     PERFORM 2650-BUILD-RESTART-REC THRU 2650-EXIT.
014919     OPEN OUTPUT RESTART-FILE.
014920     WRITE RESTART-FILE-REC FROM WS-RESTART-REC.
014921     CLOSE RESTART-FILE.
014922 2600-EXIT.
014923     EXIT.
014924*-----------------------------------------------------------*
014925*  BUILDS THE CHECKPOINT/SUMMARY RECORD FROM THE RUN          *
014926*  COUNTERS. SHARED BY THE CHECKPOINT WRITER AND THE          *
014927*  END-OF-RUN SUMMOUT FILE FOR TXNMERGE.                      *
014928*-----------------------------------------------------------*
014929 2650-BUILD-RESTART-REC.
014930     MOVE WS-REC-COUNT TO RESTART-REC-COUNT OF WS-RESTART-REC.
014931     MOVE WS-CNT-ADD TO RESTART-CNT-ADD OF WS-RESTART-REC.
014932     MOVE WS-CNT-SUB TO RESTART-CNT-SUB OF WS-RESTART-REC.
014933     MOVE WS-CNT-MUL TO RESTART-CNT-MUL OF WS-RESTART-REC.
014934     MOVE WS-CNT-DIV TO RESTART-CNT-DIV OF WS-RESTART-REC.
014935     MOVE WS-CNT-REJECT TO RESTART-CNT-REJECT OF WS-RESTART-REC.
014936     MOVE WS-CNT-DIVZERO
014937        TO RESTART-CNT-DIVZERO OF WS-RESTART-REC.
014938     MOVE WS-CNT-BADOP TO RESTART-CNT-BADOP OF WS-RESTART-REC.
014939     MOVE WS-CNT-RESUB TO RESTART-CNT-RESUB OF WS-RESTART-REC.
014940     MOVE WS-CNT-PCT TO RESTART-CNT-PCT OF WS-RESTART-REC.
014941     MOVE WS-CNT-POW TO RESTART-CNT-POW OF WS-RESTART-REC.
014942     MOVE WS-CNT-IDIV TO RESTART-CNT-IDIV OF WS-RESTART-REC.
014943     MOVE WS-CNT-SIZERR
014944        TO RESTART-CNT-SIZERR OF WS-RESTART-REC.
014945     MOVE WS-CNT-CHAIN TO RESTART-CNT-CHAIN OF WS-RESTART-REC.
014946     MOVE WS-CNT-DUP TO RESTART-CNT-DUP OF WS-RESTART-REC.
014947     MOVE WS-CNT-RATEERR
014948       TO RESTART-CNT-RATEERR OF WS-RESTART-REC.
014949     MOVE WS-PRIOR-RE TO RESTART-PRIOR-RE OF WS-RESTART-REC.
014950     MOVE WS-PRIOR-OK-SW
014951        TO RESTART-PRIOR-OK OF WS-RESTART-REC.
014952     MOVE WS-TOTAL-ADD TO RESTART-TOTAL-ADD OF WS-RESTART-REC.
014953     MOVE WS-HASH-TOTAL
014954        TO RESTART-HASH-TOTAL OF WS-RESTART-REC.
014955     MOVE WS-CNT-REVERSE
014956        TO RESTART-CNT-REVERSE OF WS-RESTART-REC.
014957     MOVE WS-CNT-REVERR TO RESTART-CNT-REVERR OF WS-RESTART-REC.
014958     MOVE WS-CNT-CORRECT
014959        TO RESTART-CNT-CORRECT OF WS-RESTART-REC.
014960     MOVE WS-CNT-HELD TO RESTART-CNT-HELD OF WS-RESTART-REC.
014961     MOVE WS-CNT-RELEASE
014962        TO RESTART-CNT-RELEASE OF WS-RESTART-REC.
014963     MOVE WS-CNT-HOLDREJ
014964        TO RESTART-CNT-HOLDREJ OF WS-RESTART-REC.
014965     MOVE WS-LIM-USED TO RESTART-DAY-USED OF WS-RESTART-REC.
014966     PERFORM 2660-SAVE-DAY-TOTAL THRU 2660-EXIT
014967        VARYING WS-LZ FROM 1 BY 1
014968        UNTIL WS-LZ > WS-LIM-USED.
014969 2650-EXIT.
014970     EXIT.
014971*-----------------------------------------------------------*
014972 2700-CLEAR-RESTART.
014973     MOVE ZERO TO RESTART-REC-COUNT OF WS-RESTART-REC.
014974     MOVE ZERO TO RESTART-CNT-ADD OF WS-RESTART-REC.
014975     MOVE ZERO TO RESTART-CNT-SUB OF WS-RESTART-REC.
014976     MOVE ZERO TO RESTART-CNT-MUL OF WS-RESTART-REC.
014978     MOVE ZERO TO RESTART-CNT-DIV OF WS-RESTART-REC.
014980     MOVE ZERO TO RESTART-CNT-REJECT OF WS-RESTART-REC.
014994     MOVE "N" TO RESTART-PRIOR-OK OF WS-RESTART-REC.
014995     MOVE ZERO TO RESTART-TOTAL-ADD OF WS-RESTART-REC.
014996     MOVE ZERO TO RESTART-HASH-TOTAL OF WS-RESTART-REC.
014997     MOVE ZERO TO RESTART-DAY-USED OF WS-RESTART-REC.
014998     MOVE ZERO TO RESTART-CNT-REVERSE OF WS-RESTART-REC.
015000     MOVE ZERO TO RESTART-CNT-REVERR OF WS-RESTART-REC.
015002     MOVE ZERO TO RESTART-CNT-CORRECT OF WS-RESTART-REC.
015003     MOVE ZERO TO RESTART-CNT-HELD OF WS-RESTART-REC.
015004     MOVE ZERO TO RESTART-CNT-RELEASE OF WS-RESTART-REC.
015005     MOVE ZERO TO RESTART-CNT-HOLDREJ OF WS-RESTART-REC.
015006     OPEN OUTPUT RESTART-FILE.
015007     WRITE RESTART-FILE-REC FROM WS-RESTART-REC.
015010     CLOSE RESTART-FILE.
015020 2700-EXIT.
015030     EXIT.
015152     DISPLAY "    RESULT TOO LARGE ....: " WS-CNT-SIZERR.
015153     DISPLAY "    DUPLICATE IDS .......: " WS-CNT-DUP.
015154     DISPLAY "    RATE CODE UNKNOWN ...: " WS-CNT-RATEERR.
015155     DISPLAY "    REVERSAL REFUSED ....: " WS-CNT-REVERR.
015156     DISPLAY "    HOLD REJECTED .......: " WS-CNT-HOLDREJ.
015157     DISPLAY "  CHAIN-BROKEN SKIPPED ..: " WS-CNT-CHAIN.
015158     DISPLAY "  RESUBMITTED RECORDS ...: " WS-CNT-RESUB.
015159     DISPLAY "  REVERSALS POSTED ......: " WS-CNT-REVERSE.
015160     DISPLAY "    WITH CORRECTION .....: " WS-CNT-CORRECT.
015161     DISPLAY "  HELD FOR REVIEW .......: " WS-CNT-HELD.
015162     DISPLAY "  HELD ITEMS RELEASED ...: " WS-CNT-RELEASE.
015163     DISPLAY "  TOTAL OF ADDITIONS ....: " WS-TOTAL-ADD.
015164     MOVE WS-HASH-TOTAL TO WS-HASH-EDIT.
015165     DISPLAY "  HASH TOTAL ............: " WS-HASH-EDIT.
015166     IF WS-BAT-USED = ZERO
015167        DISPLAY "  NO BATCH HEADER/TRAILER RECORDS"
015168     ELSE
015169        MOVE ZERO TO WS-BX
015170        PERFORM 8100-BATCH-BLOCK THRU 8100-EXIT
015171           VARYING WS-BX FROM 1 BY 1
015172           UNTIL WS-BX > WS-BAT-USED
015173     END-IF.
015174     IF WS-BATCH-BALANCED
015175        DISPLAY "  ALL BATCHES IN BALANCE"
015176     ELSE
015177        DISPLAY "  RUN OUT OF BALANCE - SEE BATCH BLOCKS"
015178     END-IF.
015180 8000-EXIT.
015181     EXIT.
015182*-----------------------------------------------------------*
015252           MOVE 10 TO RETURN-CODE
015253        WHEN WS-CNT-RATEERR > ZERO
015254           MOVE 8 TO RETURN-CODE
015255        WHEN WS-CNT-REVERR > ZERO
015256           MOVE 6 TO RETURN-CODE
015257        WHEN NOT WS-RESULT-OPEN
015258           MOVE 4 TO RETURN-CODE
015259        WHEN WS-CNT-HELD > ZERO
015260           MOVE 2 TO RETURN-CODE
015261        WHEN OTHER
015270           MOVE ZERO TO RETURN-CODE
015280     END-EVALUATE.
015290 9100-EXIT.
015300     EXIT.
015310*-----------------------------------------------------------*
015410*  BACKS OUT THE RESULTS MASTER ENTRY A REVERSAL RECORD       *
015510*  NAMES. ONLY A GOOD POSTING (STATUS O) IN THE SAME          *
015610*  DEPARTMENT MAY BE REVERSED; ANYTHING ELSE IS REFUSED TO    *
015710*  THE SUSPENSE FILE WITH STATUS N. OTHERWISE WS-CALC-REC     *
015810*  BECOMES THE OFFSETTING ENTRY - THE ORIGINAL FIGURES WITH   *
015910*  THE RESULT AND REMAINDER NEGATED, STATUS V - AND IS        *
016010*  AUDITED. WHEN THE RECORD ALSO CARRIES AN OPERATOR THE      *
016110*  OFFSET IS WRITTEN AND POSTED HERE AND WS-CALC-REC IS       *
016210*  HANDED BACK HOLDING THE CORRECTED CALCULATION.             *
016310*-----------------------------------------------------------*
016410 2800-REVERSE-POSTING.
016510     MOVE WS-CALC-REC TO WS-CORR-REC.
016610     IF NOT WS-RESULT-OPEN
016710        GO TO 2800-REFUSE
016810     END-IF.
016910     MOVE CALC-ID OF WS-CALC-REC TO RES-ID OF RESULT-MF-REC.
017010     READ RESULT-FILE
017110        INVALID KEY
017210           GO TO 2800-REFUSE
017310     END-READ.
017410     IF RES-STATUS OF RESULT-MF-REC NOT = "O"
017510        OR RES-DEPT OF RESULT-MF-REC
017610           NOT = CALC-DEPT OF WS-CALC-REC
017710        GO TO 2800-REFUSE
017810     END-IF.
017910     MOVE RES-PROC-DATE OF RESULT-MF-REC TO WS-REV-ORIG-DATE.
018010     MOVE RES-RE OF RESULT-MF-REC TO WS-REV-ORIG-RE.
018110     MOVE RES-V1 OF RESULT-MF-REC TO CALC-V1 OF WS-CALC-REC.
018210     MOVE RES-V2 OF RESULT-MF-REC TO CALC-V2 OF WS-CALC-REC.
018310     MOVE RES-OP OF RESULT-MF-REC TO CALC-OP OF WS-CALC-REC.
018410     COMPUTE CALC-RE OF WS-CALC-REC =
018510        ZERO - RES-RE OF RESULT-MF-REC.
018610     COMPUTE CALC-RMDR OF WS-CALC-REC =
018710        ZERO - RES-RMDR OF RESULT-MF-REC.
018810     MOVE SPACES TO CALC-RATE-CODE OF WS-CALC-REC.
018910     SET CALC-REVERSED OF WS-CALC-REC TO TRUE.
019010     DISPLAY "REVERSED: " CALC-ID OF WS-CALC-REC
019110        " POSTED " WS-REV-ORIG-DATE
019210        " RESULT " RES-RE OF RESULT-MF-REC.
019310     ADD 1 TO WS-CNT-REVERSE.
019410     IF CALC-OP OF WS-CALC-REC = "+"
019510        ADD CALC-RE OF WS-CALC-REC TO WS-TOTAL-ADD
019610     END-IF.
019710     PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT.
019810     IF CALC-OP OF TRANS-IN-REC = SPACE
019910        GO TO 2800-EXIT
020010     END-IF.
020110*    THE OFFSET GOES OUT AHEAD OF THE CORRECTION THAT REPLACES
020210*    IT; 2000-CARRY THEN WRITES AND POSTS THE CORRECTION
020310     MOVE WS-CALC-REC TO TRANS-OUT-REC.
020410     WRITE TRANS-OUT-REC.
020510     PERFORM 2400-POST-RESULT THRU 2400-EXIT.
020610     MOVE WS-CORR-REC TO WS-CALC-REC.
020710     SET WS-CORRECTION TO TRUE.
020810     ADD 1 TO WS-CNT-CORRECT.
020910     GO TO 2800-EXIT.
021010 2800-REFUSE.
021110     DISPLAY "REVERSAL REFUSED - NO GOOD POSTING TO REVERSE: "
021210        CALC-ID OF WS-CALC-REC.
021310     MOVE ZERO TO CALC-RE OF WS-CALC-REC.
021410     MOVE ZERO TO CALC-RMDR OF WS-CALC-REC.
021510     SET CALC-REV-REFUSED OF WS-CALC-REC TO TRUE.
021610     ADD 1 TO WS-CNT-REVERR.
021710     ADD 1 TO WS-CNT-REJECT.
021810     SET REJ-REV-REFUSED OF WS-REJECT-REC TO TRUE.
021910     PERFORM 2300-WRITE-REJECT THRU 2300-EXIT.
022010 2800-EXIT.
022110     EXIT.
022210*-----------------------------------------------------------*
022215*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
022220*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
022225*-----------------------------------------------------------*
022230 9900-WRITE-RUN-LOG.
022235     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
022240     IF WS-CNT-REJECT < WS-REC-COUNT
022245        COMPUTE RLG-OUT-COUNT OF WS-RUN-LOG =
022250           WS-REC-COUNT - WS-CNT-REJECT
022255     ELSE
022260        MOVE ZERO TO RLG-OUT-COUNT OF WS-RUN-LOG
022265     END-IF.
022270     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
022275     CALL "RUNLOGW" USING WS-RUN-LOG.
022280     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
022285 9900-EXIT.
022290     EXIT.
022295*-----------------------------------------------------------*
022400*  LOADS THE DEPARTMENT DAY TOTALS THE DAILY CAP IS MEASURED  *
022500*  AGAINST. A RESTARTED RUN TAKES THEM FROM ITS CHECKPOINT;   *
022600*  A FRESH START ADDS UP THE SIZE OF EVERY RESULTS MASTER     *
022700*  POSTING DATED THE RUN DATE, SO WHAT AN EARLIER RUN OR      *
022800*  ANOTHER STREAM POSTED TODAY COUNTS TOWARD THE CAP.         *
022900*-----------------------------------------------------------*
023000 1500-LOAD-DAY-TOTALS.
023100     IF WS-SKIP-COUNT > ZERO
023200        PERFORM 1510-RESTORE-DAY-TOTAL THRU 1510-EXIT
023300           VARYING WS-LZ FROM 1 BY 1
023400           UNTIL WS-LZ > RESTART-DAY-USED OF WS-RESTART-REC
023500        GO TO 1500-EXIT
023600     END-IF.
023700     IF NOT WS-RESULT-OPEN
023800        GO TO 1500-EXIT
023900     END-IF.
024000     MOVE LOW-VALUES TO RES-ID OF RESULT-MF-REC.
024100     START RESULT-FILE KEY IS NOT LESS THAN
024200           RES-ID OF RESULT-MF-REC
024300        INVALID KEY
024400           GO TO 1500-EXIT
024500     END-START.
024600     MOVE "N" TO WS-SEED-EOF-SW.
024700     PERFORM 1520-SEED-DAY-TOTAL THRU 1520-EXIT
024800        UNTIL WS-SEED-EOF.
024900 1500-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------*
025200 1510-RESTORE-DAY-TOTAL.
025300     MOVE RESTART-DAY-DEPT OF WS-RESTART-REC (WS-LZ)
025400        TO WS-LIM-KEY.
025500     PERFORM 2392-FIND-LIMITS THRU 2392-EXIT.
025600     IF WS-LX > ZERO
025700        MOVE RESTART-DAY-TOTAL OF WS-RESTART-REC (WS-LZ)
025800           TO LIM-DAY-TOTAL (WS-LX)
025900     END-IF.
026000 1510-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------*
026300 1520-SEED-DAY-TOTAL.
026400     READ RESULT-FILE NEXT RECORD
026500        AT END
026600           SET WS-SEED-EOF TO TRUE
026700           GO TO 1520-EXIT
026800     END-READ.
026900     IF RES-PROC-DATE OF RESULT-MF-REC NOT = WS-RUN-DATE
027000        GO TO 1520-EXIT
027100     END-IF.
027200     MOVE RES-DEPT OF RESULT-MF-REC TO WS-LIM-KEY.
027300     PERFORM 2392-FIND-LIMITS THRU 2392-EXIT.
027400     IF WS-LX = ZERO
027500        GO TO 1520-EXIT
027600     END-IF.
027700     IF RES-RE OF RESULT-MF-REC < ZERO
027800        SUBTRACT RES-RE OF RESULT-MF-REC
027900           FROM LIM-DAY-TOTAL (WS-LX)
028000     ELSE
028100        ADD RES-RE OF RESULT-MF-REC TO LIM-DAY-TOTAL (WS-LX)
028200     END-IF.
028300 1520-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------*
028600 2660-SAVE-DAY-TOTAL.
028700     MOVE LIM-DEPT (WS-LZ)
028800        TO RESTART-DAY-DEPT OF WS-RESTART-REC (WS-LZ).
028900     MOVE LIM-DAY-TOTAL (WS-LZ)
029000        TO RESTART-DAY-TOTAL OF WS-RESTART-REC (WS-LZ).
029100 2660-EXIT.
029200     EXIT.
029300*-----------------------------------------------------------*
029400*  A REVERSAL: A CORRECTION IT CARRIES IS CALCULATED AND      *
029500*  MEETS THE LIMITS FIRST (2850). A HELD OR REJECTED RECORD   *
029600*  GOES NO FURTHER; OTHERWISE THE ENTRY IS BACKED OUT (2800), *
029700*  AND IF THAT IS REFUSED ANY AMOUNT THE CORRECTION ADDED TO  *
029800*  THE DAY TOTAL IS TAKEN BACK OFF.                           *
029900*-----------------------------------------------------------*
030000 2840-APPLY-REVERSAL.
030100     PERFORM 2850-CHECK-CORRECTION THRU 2850-EXIT.
030200     IF CALC-HELD OF WS-CALC-REC
030300        OR WS-CORR-REJECTED
030400        GO TO 2840-EXIT
030500     END-IF.
030600     PERFORM 2800-REVERSE-POSTING THRU 2800-EXIT.
030700     IF WS-PRE-COUNTED
030800        AND NOT WS-CORRECTION
030900        SUBTRACT WS-PRE-AMT FROM LIM-DAY-TOTAL (WS-PRE-LX)
031000     END-IF.
031100 2840-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------*
031400*  CHECKS THE CORRECTION CARRIED BY A REVERSAL BEFORE THE     *
031500*  ORIGINAL IS OFFSET, SO A CORRECTION THAT CANNOT POST       *
031600*  NEVER LEAVES THE ORIGINAL BACKED OUT. A BROKEN CHAIN, AN   *
031700*  UNRESOLVED RATE OR A FAILED CALCULATION REJECTS THE WHOLE  *
031800*  RECORD TO SUSPENSE WITH THAT STATUS. WITH THE LIMITS ON,   *
031900*  THE CORRECTED RESULT IS PUT THROUGH 2390; IF IT IS HELD    *
032000*  THE WHOLE RECORD GOES TO THE HELD-ITEMS FILE. EITHER WAY   *
032100*  NOTHING IS POSTED AND THE ORIGINAL STAYS GOOD, SO A        *
032200*  RESUBMISSION OR RELEASE REPLAYS THE REVERSAL AND THE       *
032300*  CORRECTION TOGETHER. OTHERWISE WS-CALC-REC IS PUT BACK AS  *
032400*  IT WAS AND ANY AMOUNT COUNTED TOWARD THE DAY TOTAL IS      *
032500*  NOTED. A RELEASED RECORD IS NOT HELD AGAIN; 2390 ONLY      *
032600*  COUNTS IT. A REVERSAL 2800 WILL REFUSE IS LEFT TO 2800.    *
032700*-----------------------------------------------------------*
032800 2850-CHECK-CORRECTION.
032900     MOVE "N" TO WS-PRE-COUNTED-SW.
033000     IF CALC-OP OF TRANS-IN-REC = SPACE
033100        OR NOT WS-RESULT-OPEN
033200        GO TO 2850-EXIT
033300     END-IF.
033400     MOVE CALC-ID OF WS-CALC-REC TO RES-ID OF RESULT-MF-REC.
033500     READ RESULT-FILE
033600        INVALID KEY
033700           GO TO 2850-EXIT
033800     END-READ.
033900     IF RES-STATUS OF RESULT-MF-REC NOT = "O"
034000        OR RES-DEPT OF RESULT-MF-REC
034100           NOT = CALC-DEPT OF WS-CALC-REC
034200        GO TO 2850-EXIT
034300     END-IF.
034400     IF CALC-CONTINUATION OF TRANS-IN-REC
034500        AND NOT WS-PRIOR-OK
034600        PERFORM 2350-SKIP-CHAIN THRU 2350-EXIT
034700        SET WS-CORR-REJECTED TO TRUE
034800        GO TO 2850-EXIT
034900     END-IF.
035000     MOVE WS-CALC-REC TO WS-CORR-REC.
035100     IF CALC-V2-RATE OF TRANS-IN-REC
035200        PERFORM 2370-RESOLVE-RATE THRU 2370-EXIT
035300        IF CALC-RATE-ERR OF WS-CALC-REC
035400           SET WS-CORR-REJECTED TO TRUE
035500           GO TO 2850-EXIT
035600        END-IF
035700     END-IF.
035800     CALL "CALCENG" USING WS-CALC-REC.
035900     IF NOT CALC-OK OF WS-CALC-REC
036000        PERFORM 2310-REJECT-CALC THRU 2310-EXIT
036100        SET WS-CORR-REJECTED TO TRUE
036200        GO TO 2850-EXIT
036300     END-IF.
036400     IF NOT WS-LIMITS-ON
036500        GO TO 2850-RESTORE
036600     END-IF.
036700     PERFORM 2390-CHECK-LIMITS THRU 2390-EXIT.
036800     IF CALC-HELD OF WS-CALC-REC
036900        GO TO 2850-EXIT
037000     END-IF.
037100     IF WS-LX > ZERO
037200        SET WS-PRE-COUNTED TO TRUE
037300        MOVE WS-LX TO WS-PRE-LX
037400        MOVE WS-HOLD-AMT TO WS-PRE-AMT
037500     END-IF.
037600 2850-RESTORE.
037700     MOVE WS-CORR-REC TO WS-CALC-REC.
037800 2850-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------*
038100*  REJECTS A RECORD CALCENG COULD NOT CALCULATE, COUNTING IT  *
038200*  UNDER ITS STATUS AND WRITING IT TO THE SUSPENSE FILE.      *
038300*-----------------------------------------------------------*
038400 2310-REJECT-CALC.
038500     EVALUATE TRUE
038600        WHEN CALC-DIV-ZERO OF WS-CALC-REC
038700           DISPLAY "ERROR: DIVISION BY ZERO - VALOR 2 CANNOT BE 0"
038800           ADD 1 TO WS-CNT-DIVZERO
038900           ADD 1 TO WS-CNT-REJECT
039000           SET REJ-DIV-ZERO OF WS-REJECT-REC TO TRUE
039100           PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
039200        WHEN CALC-BAD-OP OF WS-CALC-REC
039300           DISPLAY "OPERACAO INVALIDA: " CALC-OP OF WS-CALC-REC
039400           ADD 1 TO WS-CNT-BADOP
039500           ADD 1 TO WS-CNT-REJECT
039600           SET REJ-BAD-OP OF WS-REJECT-REC TO TRUE
039700           PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
039800        WHEN CALC-SIZE-ERR OF WS-CALC-REC
039900           DISPLAY "ERROR: RESULT TOO LARGE FOR RESULT FIELD"
040000           ADD 1 TO WS-CNT-SIZERR
040100           ADD 1 TO WS-CNT-REJECT
040200           SET REJ-SIZE-ERR OF WS-REJECT-REC TO TRUE
040300           PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
040400     END-EVALUATE.
040500 2310-EXIT.
040600     EXIT.
040700*-----------------------------------------------------------*
040800 END PROGRAM FIRSTCOBOL.

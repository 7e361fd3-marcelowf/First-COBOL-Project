000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDREL.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  HOLDREL - HELD-ITEM RELEASE STEP.                            *
000900*  READS THE HELD-ITEMS FILE (HOLDMF, SEE HOLDREC.CPY) THE      *
001000*  CALC RUN DIVERTS HIGH-VALUE WORK TO, AND PASSES EVERY ITEM   *
001100*  A SUPERVISOR HAS RELEASED OR REJECTED FROM MENUDRV BACK AS   *
001200*  A TRANSACTION RECORD (RELOUT, IN THE CALCTXN LAYOUT, WITH    *
001300*  ITS OWN BATCH HEADER AND TRAILER) FOR THE NEXT CALC RUN.     *
001400*  THE RESUBMISSION FLAG BYTE CARRIES THE DECISION: H POSTS     *
001500*  THE ITEM WITHOUT THE HIGH-VALUE LIMITS, J SENDS IT TO THE    *
001600*  SUSPENSE FILE WITH THE HOLD-REJECTED REASON CODE. EACH ITEM  *
001700*  PASSED ON IS STAMPED WITH THE SENT DATE SO IT IS NEVER       *
001800*  PASSED ON TWICE. ITEMS STILL AWAITING A DECISION ARE LEFT    *
001900*  ALONE AND COUNTED. RUNS BEFORE THE EDIT STEP, LIKE REJRESUB. *
002000*-----------------------------------------------------------*
002100*  MODIFICATION HISTORY
002200*  2026-10-15 MWF  INITIAL VERSION.
002220*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002240*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002260*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002270*  2026-10-15 MWF  A RELEASED OR REJECTED ITEM KEEPS ITS STORED
002280*                  RECORD TYPE, SO A HELD REVERSAL (TYPE R) IS
002290*                  PASSED BACK AS A REVERSAL, NOT AS A DETAIL.
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT HOLD-FILE ASSIGN TO "HOLDMF"
002800            ORGANIZATION IS INDEXED
002900            ACCESS MODE IS SEQUENTIAL
003000            RECORD KEY IS HLD-ID
003100            FILE STATUS IS WS-HOLD-FS.
003200
003300     SELECT REL-OUT-FILE ASSIGN TO "RELOUT"
003400            ORGANIZATION IS SEQUENTIAL
003500            FILE STATUS IS WS-REL-OUT-FS.
003600*-----------------------------------------------------------*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  HOLD-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY HOLDREC REPLACING ==HOLD-RECORD==
004200            BY ==HOLD-MF-REC==.
004300
004400 FD  REL-OUT-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY CALCTXN REPLACING ==CALC-TRANS-RECORD==
004700            BY ==REL-OUT-REC==.
004800     COPY BATCHHDR REPLACING ==BATCH-HEADER-RECORD==
004900            BY ==REL-OUT-HDR==.
005000     COPY BATCHTRL REPLACING ==BATCH-TRAILER-RECORD==
005100            BY ==REL-OUT-TRL==.
005200*-----------------------------------------------------------*
005300 WORKING-STORAGE SECTION.
005400 77  WS-EOF-SW                         PIC X(01) VALUE "N".
005500     88  WS-EOF                              VALUE "Y".
005600 77  WS-HOLD-FS                        PIC X(02) VALUE "00".
005700 77  WS-REL-OUT-FS                     PIC X(02) VALUE "00".
005800 77  WS-HOLD-OPEN-SW                   PIC X(01) VALUE "N".
005900     88  WS-HOLD-OPEN                        VALUE "Y".
006000 77  WS-TODAY                          PIC 9(08) VALUE ZERO.
006100 77  WS-REC-COUNT                      PIC 9(09) COMP VALUE ZERO.
006200 77  WS-HASH-TOTAL                     PIC S9(13)V99 VALUE ZERO.
006300 77  WS-CNT-RELEASED                   PIC 9(09) COMP VALUE ZERO.
006400 77  WS-CNT-REJECTED                   PIC 9(09) COMP VALUE ZERO.
006500 77  WS-CNT-WAITING                    PIC 9(09) COMP VALUE ZERO.
006520
006540*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
006560     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
006600*-----------------------------------------------------------*
006700 PROCEDURE DIVISION.
006800*-----------------------------------------------------------*
006900 0000-MAINLINE.
006920     MOVE SPACES TO WS-RUN-LOG.
006940     MOVE "HOLDREL" TO RLG-PROGRAM OF WS-RUN-LOG.
006960     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
006980     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
007000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007100     OPEN OUTPUT REL-OUT-FILE.
007200     IF WS-REL-OUT-FS NOT = "00"
007300        DISPLAY "ERROR: UNABLE TO OPEN RELOUT - FILE STATUS "
007400           WS-REL-OUT-FS
007500        MOVE 20 TO RETURN-CODE
007550        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
007600        STOP RUN
007700     END-IF.
007800*    NO HELD-ITEMS FILE YET MEANS NOTHING HAS EVER BEEN HELD -
007900*    THE STEP STILL WRITES AN EMPTY BATCH
008000     OPEN I-O HOLD-FILE.
008100     IF WS-HOLD-FS = "00"
008200        SET WS-HOLD-OPEN TO TRUE
008300     ELSE
008400        IF WS-HOLD-FS NOT = "35"
008500           DISPLAY "ERROR: UNABLE TO OPEN HOLDMF - FILE STATUS "
008600              WS-HOLD-FS
008700           MOVE 20 TO RETURN-CODE
008750           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
008800           STOP RUN
008900        END-IF
009000     END-IF.
009100
009200     PERFORM 1500-WRITE-HEADER THRU 1500-EXIT.
009300     IF WS-HOLD-OPEN
009400        PERFORM 1000-READ-HOLD THRU 1000-EXIT
009500        PERFORM 2000-PASS-ON-ITEM THRU 2000-EXIT
009600            UNTIL WS-EOF
009700        CLOSE HOLD-FILE
009800     END-IF.
009900     PERFORM 2500-WRITE-TRAILER THRU 2500-EXIT.
010000     CLOSE REL-OUT-FILE.
010100
010200     DISPLAY "HOLDREL: HELD ITEMS RELEASED ..........: "
010300        WS-CNT-RELEASED.
010400     DISPLAY "HOLDREL: HELD ITEMS REJECTED ..........: "
010500        WS-CNT-REJECTED.
010600     DISPLAY "HOLDREL: HELD ITEMS AWAITING DECISION .: "
010700        WS-CNT-WAITING.
010800     MOVE ZERO TO RETURN-CODE.
010850     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010900     STOP RUN.
011000*-----------------------------------------------------------*
011100 1000-READ-HOLD.
011200     READ HOLD-FILE NEXT RECORD
011300        AT END
011400           SET WS-EOF TO TRUE
011500     END-READ.
011600 1000-EXIT.
011700     EXIT.
011800*-----------------------------------------------------------*
011900 1500-WRITE-HEADER.
012000     MOVE SPACES TO REL-OUT-HDR.
012100     SET BHDR-HEADER OF REL-OUT-HDR TO TRUE.
012200     MOVE "HOLDREL" TO BHDR-BATCH-ID OF REL-OUT-HDR.
012300     MOVE WS-TODAY TO BHDR-CREATE-DATE OF REL-OUT-HDR.
012400     MOVE "HOLD" TO BHDR-DEPT OF REL-OUT-HDR.
012500     WRITE REL-OUT-HDR.
012600 1500-EXIT.
012700     EXIT.
012800*-----------------------------------------------------------*
012900*  ONE HELD ITEM. A DECIDED ITEM NOT YET SENT IS REBUILT FROM  *
013000*  ITS STORED TRANSACTION IMAGE WITH THE DECISION IN THE       *
013100*  RESUBMISSION FLAG BYTE, THEN STAMPED SENT ON THE MASTER.    *
013150*  ITS RECORD TYPE IS KEPT: A HELD REVERSAL GOES BACK AS ONE.  *
013200*-----------------------------------------------------------*
013300 2000-PASS-ON-ITEM.
013400     IF HLD-HELD OF HOLD-MF-REC
013500        ADD 1 TO WS-CNT-WAITING
013600        GO TO 2000-NEXT
013700     END-IF.
013800     IF HLD-SENT-DATE OF HOLD-MF-REC NOT = ZERO
013900        GO TO 2000-NEXT
014000     END-IF.
014100     MOVE HLD-TXN-IMAGE OF HOLD-MF-REC TO REL-OUT-REC.
014300     EVALUATE TRUE
014400        WHEN HLD-RELEASED OF HOLD-MF-REC
014500           SET CALC-HOLD-RELEASED OF REL-OUT-REC TO TRUE
014600           ADD 1 TO WS-CNT-RELEASED
014700        WHEN HLD-REJECTED OF HOLD-MF-REC
014800           SET CALC-HOLD-REJECTED OF REL-OUT-REC TO TRUE
014900           ADD 1 TO WS-CNT-REJECTED
015000        WHEN OTHER
015100           DISPLAY "WARNING: HELD ITEM WITH UNKNOWN STATUS "
015200              HLD-STATUS OF HOLD-MF-REC " - "
015300              HLD-ID OF HOLD-MF-REC
015400           GO TO 2000-NEXT
015500     END-EVALUATE.
015600     IF CALC-V1 OF REL-OUT-REC NUMERIC
015700        ADD CALC-V1 OF REL-OUT-REC TO WS-HASH-TOTAL
015800     END-IF.
015900     IF CALC-V2 OF REL-OUT-REC NUMERIC
016000        ADD CALC-V2 OF REL-OUT-REC TO WS-HASH-TOTAL
016100     END-IF.
016200     WRITE REL-OUT-REC.
016300     ADD 1 TO WS-REC-COUNT.
016400     MOVE WS-TODAY TO HLD-SENT-DATE OF HOLD-MF-REC.
016500     REWRITE HOLD-MF-REC.
016600     IF WS-HOLD-FS NOT = "00"
016700        DISPLAY "WARNING: HOLDMF REWRITE FAILED - FILE "
016800           "STATUS " WS-HOLD-FS " FOR "
016900           HLD-ID OF HOLD-MF-REC
017000     END-IF.
017100 2000-NEXT.
017200     PERFORM 1000-READ-HOLD THRU 1000-EXIT.
017300 2000-EXIT.
017400     EXIT.
017500*-----------------------------------------------------------*
017600 2500-WRITE-TRAILER.
017700     MOVE SPACES TO REL-OUT-TRL.
017800     SET BTRL-TRAILER OF REL-OUT-TRL TO TRUE.
017900     MOVE WS-REC-COUNT TO BTRL-EXP-COUNT OF REL-OUT-TRL.
018000     MOVE WS-HASH-TOTAL TO BTRL-HASH-TOTAL OF REL-OUT-TRL.
018100     WRITE REL-OUT-TRL.
018200 2500-EXIT.
018300     EXIT.
018400*-----------------------------------------------------------*
018405*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
018410*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
018415*-----------------------------------------------------------*
018420 9900-WRITE-RUN-LOG.
018425     COMPUTE RLG-IN-COUNT OF WS-RUN-LOG = WS-CNT-RELEASED
018430        + WS-CNT-REJECTED + WS-CNT-WAITING.
018435     MOVE WS-REC-COUNT TO RLG-OUT-COUNT OF WS-RUN-LOG.
018440     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
018445     CALL "RUNLOGW" USING WS-RUN-LOG.
018450     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
018455 9900-EXIT.
018460     EXIT.
018465*-----------------------------------------------------------*
018500 END PROGRAM HOLDREL.

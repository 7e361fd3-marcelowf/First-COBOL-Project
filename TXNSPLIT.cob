001500*  SEQUENCE NUMBER SO TXNMERGE CAN RESTORE INPUT ORDER, AND A   *
001600*  CONTINUATION RECORD IS KEPT ON ITS PREDECESSOR'S STREAM SO   *
001700*  A CALCULATION CHAIN IS NEVER SPLIT ACROSS STREAMS.           *
001730*  A REVERSAL IS DEALT TO THE STREAM ITS ORIGINAL WENT TO WHEN  *
001760*  THE ORIGINAL IS IN THE SAME BATCH.                           *
001800*  THE STREAM COUNT COMES FROM THE ENVIRONMENT (STREAMS,        *
001900*  1 TO 4, DEFAULT 4).                                          *
002000*-----------------------------------------------------------*
002240*  2026-09-01 MWF  WIDENED THE STREAM RECORDS TO THE 50-BYTE
002250*                  COMMON LENGTH FOR THE RATE-LOOKUP FIELDS
002260*                  ADDED TO CALCTXN.CPY.
002270*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002280*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002290*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002292*  2026-10-15 MWF  KEEPS THE STREAM EACH DETAIL ID WAS DEALT TO
002294*                  AND SENDS A REVERSAL TO ITS ORIGINAL'S
002296*                  STREAM, SO THE OFFSET IS NEVER POSTED BY A
002298*                  CALC RUN THAT HAS NOT YET SEEN THE ORIGINAL.
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007100 77  WS-DEAL-STREAM                    PIC 9(01) VALUE ZERO.
007200 77  WS-SEQ                            PIC 9(09) VALUE ZERO.
007300 77  WS-SX                             PIC 9(01) VALUE ZERO.
007305 77  WS-ID-FULL-SW                     PIC X(01) VALUE "N".
007310     88  WS-ID-FULL                          VALUE "Y".
007315
007320*    STREAM EACH DETAIL ID WAS DEALT TO, SO A REVERSAL CAN
007325*    FOLLOW ITS ORIGINAL. IDS PAST THE END OF THE TABLE ARE
007330*    NOT KEPT AND THEIR REVERSALS ARE DEALT ROUND-ROBIN.
007335 77  WS-ID-MAX                         PIC 9(05) COMP VALUE 10000.
007340 77  WS-ID-USED                        PIC 9(05) COMP VALUE ZERO.
007345 77  WS-IX                             PIC 9(05) COMP VALUE ZERO.
007350 77  WS-ID-FOUND                       PIC 9(05) COMP VALUE ZERO.
007355 01  SPL-ID-TABLE.
007360     05  SPL-ID-ENTRY OCCURS 10000 TIMES.
007365         10  SPL-ID                    PIC X(10).
007370         10  SPL-ID-STREAM             PIC 9(01).
007400
007500*    PER-STREAM CONTROL TOTALS FOR THE STREAM TRAILERS
007600 01  SPL-STREAM-TOTALS.
008600     COPY BATCHTRL REPLACING ==BATCH-TRAILER-RECORD==
008700            BY ==WS-OUT-TRL==.
008800 01  WS-IO-REC                         PIC X(50) VALUE SPACES.
008820
008840*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
008860     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
008900*-----------------------------------------------------------*
009000 PROCEDURE DIVISION.
009100*-----------------------------------------------------------*
009200 0000-MAINLINE.
009220     MOVE SPACES TO WS-RUN-LOG.
009240     MOVE "TXNSPLIT" TO RLG-PROGRAM OF WS-RUN-LOG.
009260     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
009280     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
009300     PERFORM 1100-GET-STREAM-COUNT THRU 1100-EXIT.
009400
009500     OPEN INPUT TRANS-IN-FILE.
009700        DISPLAY "ERROR: UNABLE TO OPEN TRANSIN - FILE STATUS "
009800           WS-TRANS-IN-FS
009900        MOVE 20 TO RETURN-CODE
009950        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010000        STOP RUN
010100     END-IF.
010200     PERFORM 1200-OPEN-STREAMS THRU 1200-EXIT.
011000     PERFORM 1300-CLOSE-STREAMS THRU 1300-EXIT.
011100
011200     PERFORM 8100-REPORT THRU 8100-EXIT.
011250     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
011300     STOP RUN.
011400*-----------------------------------------------------------*
011500 1000-READ-TRANS.
013530        DISPLAY "ERROR: UNABLE TO OPEN TRANS01 - FILE STATUS "
013540           WS-STREAM1-FS
013550        MOVE 20 TO RETURN-CODE
013555        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
013560        STOP RUN
013570     END-IF.
013600     IF WS-STREAM-COUNT > 1
013730           DISPLAY "ERROR: UNABLE TO OPEN TRANS02 - "
013740              "FILE STATUS " WS-STREAM2-FS
013750           MOVE 20 TO RETURN-CODE
013755           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
013760           STOP RUN
013770        END-IF
013800     END-IF.
014030           DISPLAY "ERROR: UNABLE TO OPEN TRANS03 - "
014040              "FILE STATUS " WS-STREAM3-FS
014050           MOVE 20 TO RETURN-CODE
014055           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
014060           STOP RUN
014070        END-IF
014100     END-IF.
014330           DISPLAY "ERROR: UNABLE TO OPEN TRANS04 - "
014340              "FILE STATUS " WS-STREAM4-FS
014350           MOVE 20 TO RETURN-CODE
014355           PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
014360           STOP RUN
014370        END-IF
014400     END-IF.
018600*-----------------------------------------------------------*
018700*  DETAILS ARE DEALT ROUND-ROBIN, EXCEPT THAT A CONTINUATION   *
018800*  RECORD STAYS ON ITS PREDECESSOR'S STREAM SO A CHAIN IS      *
018860*  NEVER SPLIT, AND A REVERSAL GOES TO THE STREAM ITS ORIGINAL *
018920*  WAS DEALT TO WHEN THE ORIGINAL IS IN THIS BATCH.            *
019000*-----------------------------------------------------------*
019100 2200-DEAL-DETAIL.
019200     ADD 1 TO WS-SEQ.
019700        AND WS-CURR-STREAM > ZERO
019800        CONTINUE
019900     ELSE
019940        MOVE ZERO TO WS-ID-FOUND
019980        IF CALC-REVERSAL OF WS-OUT-REC
020020           PERFORM 2250-FIND-ORIGINAL THRU 2250-EXIT
020060        END-IF
020100        IF WS-ID-FOUND > ZERO
020140           MOVE SPL-ID-STREAM (WS-ID-FOUND) TO WS-CURR-STREAM
020180        ELSE
020220           ADD 1 TO WS-DEAL-STREAM
020260           IF WS-DEAL-STREAM > WS-STREAM-COUNT
020300              MOVE 1 TO WS-DEAL-STREAM
020340           END-IF
020380           MOVE WS-DEAL-STREAM TO WS-CURR-STREAM
020420        END-IF
020500     END-IF.
020520     IF NOT CALC-REVERSAL OF WS-OUT-REC
020540        PERFORM 2260-KEEP-ID THRU 2260-EXIT
020560     END-IF.
020600
020700     ADD 1 TO SPL-CNT (WS-CURR-STREAM).
020800     IF CALC-V1 OF WS-OUT-REC NUMERIC
021600     PERFORM 3000-WRITE-STREAM THRU 3000-EXIT.
021700 2200-EXIT.
021800     EXIT.
021802*-----------------------------------------------------------*
021804*  LOOKS UP THE REVERSAL'S ID AMONG THE DETAILS ALREADY DEALT; *
021806*  WS-ID-FOUND IS ITS ENTRY, OR ZERO IF NOT IN THIS BATCH.     *
021808*-----------------------------------------------------------*
021810 2250-FIND-ORIGINAL.
021812     MOVE ZERO TO WS-ID-FOUND.
021814     PERFORM 2255-SCAN-IDS THRU 2255-EXIT
021816        VARYING WS-IX FROM 1 BY 1
021818        UNTIL WS-ID-FOUND > ZERO OR WS-IX > WS-ID-USED.
021820 2250-EXIT.
021822     EXIT.
021824*-----------------------------------------------------------*
021826 2255-SCAN-IDS.
021828     IF SPL-ID (WS-IX) = CALC-ID OF WS-OUT-REC
021830        MOVE WS-IX TO WS-ID-FOUND
021832     END-IF.
021834 2255-EXIT.
021836     EXIT.
021838*-----------------------------------------------------------*
021840 2260-KEEP-ID.
021842     IF WS-ID-USED NOT < WS-ID-MAX
021844        IF NOT WS-ID-FULL
021846           SET WS-ID-FULL TO TRUE
021848           DISPLAY "WARNING: DETAIL ID TABLE FULL - LATER "
021850              "REVERSALS MAY BE DEALT ROUND-ROBIN"
021852        END-IF
021854        GO TO 2260-EXIT
021856     END-IF.
021858     ADD 1 TO WS-ID-USED.
021860     MOVE CALC-ID OF WS-OUT-REC TO SPL-ID (WS-ID-USED).
021862     MOVE WS-CURR-STREAM TO SPL-ID-STREAM (WS-ID-USED).
021864 2260-EXIT.
021866     EXIT.
021900*-----------------------------------------------------------*
022000 3000-WRITE-STREAM.
022100     EVALUATE WS-SX
026900 8100-EXIT.
027000     EXIT.
027100*-----------------------------------------------------------*
027105*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
027110*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
027115*-----------------------------------------------------------*
027120 9900-WRITE-RUN-LOG.
027125     MOVE WS-SEQ TO RLG-IN-COUNT OF WS-RUN-LOG.
027130     MOVE WS-SEQ TO RLG-OUT-COUNT OF WS-RUN-LOG.
027135     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
027140     CALL "RUNLOGW" USING WS-RUN-LOG.
027145     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
027150 9900-EXIT.
027155     EXIT.
027160*-----------------------------------------------------------*
027200 END PROGRAM TXNSPLIT.

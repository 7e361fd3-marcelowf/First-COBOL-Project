002217*                  SEE RATEREC.CPY), AND ITS VALOR 2 MAY BE
002218*                  BLANK. A MISSING RATES TABLE WARNS AND
002219*                  FAILS ONLY THE RATE-FORM RECORDS.
002220*  2026-10-15 MWF  ADDED THE REVERSAL RECORD TYPE (R). IT MUST
002221*                  NAME A TRANSACTION ID AND A DEPARTMENT ON
002222*                  THE MASTER AND MAY NOT BE A CONTINUATION.
002223*                  A BLANK OPERATOR MEANS REVERSE ONLY AND THE
002224*                  OPERANDS ARE NOT EDITED; OTHERWISE THE
002225*                  CORRECTED CALCULATION IS EDITED LIKE A
002226*                  DETAIL. THE ID IS NOT HELD TO THE IN-BATCH
002227*                  DUPLICATE CHECK - REVERSING A POSTING MADE
002228*                  EARLIER IN THE SAME BATCH IS LEGITIMATE.
002238*  2026-10-15 MWF  A DETAIL'S RESUBMISSION FLAG MAY ALSO BE H
002248*                  OR J - THE SUPERVISOR'S RELEASE OR REJECT
002258*                  OF A HELD ITEM, PASSED BACK BY HOLDREL.
002260*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002262*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002264*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002265*  2026-10-15 MWF  A REVERSAL'S RESUBMISSION FLAG MAY BE H OR J
002266*                  TOO, NOW THAT A HELD REVERSAL IS PASSED BACK
002267*                  BY HOLDREL WITH THE SUPERVISOR'S DECISION.
002268*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
007350                                             "^" "\".
007400*    DOMAIN CHECK FOR THE RESUBMISSION FLAG BYTE
007500 01  WS-EDIT-RESUB                     PIC X(01).
007520     88  WS-VALID-RESUB                      VALUE " " "Y"
007540                                             "H" "J".
007610*    DOMAIN CHECK FOR THE CONTINUATION FLAG BYTE
007620 01  WS-EDIT-CONT                      PIC X(01).
007630     88  WS-VALID-CONT                       VALUE " " "C".
007740 01  WS-ID-TABLE.
007750     05  WS-ID-ENTRY OCCURS 5000 TIMES
007760                                       PIC X(10).
007762
007764*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
007766     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
007770*-----------------------------------------------------------*
007800 PROCEDURE DIVISION.
007900*-----------------------------------------------------------*
008000 0000-MAINLINE.
008020     MOVE SPACES TO WS-RUN-LOG.
008040     MOVE "EDITCHK" TO RLG-PROGRAM OF WS-RUN-LOG.
008060     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
008080     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
008100     OPEN INPUT TRANS-IN-FILE.
008200     IF WS-TRANS-IN-FS NOT = "00"
008300        DISPLAY "ERROR: UNABLE TO OPEN TRANSIN - FILE STATUS "
008400           WS-TRANS-IN-FS
008500        MOVE 20 TO RETURN-CODE
008550        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
008600        STOP RUN
008700     END-IF.
008710     OPEN INPUT DEPT-FILE.
008730        DISPLAY "ERROR: UNABLE TO OPEN DEPTMF - FILE STATUS "
008740           WS-DEPT-FS
008750        MOVE 20 TO RETURN-CODE
008755        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
008760        STOP RUN
008770     END-IF.
008772     OPEN INPUT RATE-FILE.
009800     PERFORM 8000-SUMMARY THRU 8000-EXIT.
009900     CLOSE EDIT-RPT-FILE.
010000     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
010050     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010100     STOP RUN.
010200*-----------------------------------------------------------*
010300 1000-READ-TRANS.
011550           PERFORM 2200-EDIT-TRAILER THRU 2200-EXIT
011560        WHEN "D"
011570           PERFORM 2300-EDIT-DETAIL THRU 2300-EXIT
011572        WHEN "R"
011574           PERFORM 2800-EDIT-REVERSAL THRU 2800-EXIT
011580        WHEN OTHER
011590           MOVE "RECORD TYPE NOT RECOGNIZED"
011600              TO WS-RPT-LINE (28:30)
016441     END-IF.
016447     MOVE CALC-RESUB OF TRANS-IN-REC TO WS-EDIT-RESUB.
016453     IF NOT WS-VALID-RESUB
016455        MOVE "RESUBMIT FLAG NOT BLANK/Y/H/J"
016457           TO WS-RPT-LINE (28:30)
016465        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016471     END-IF.
016472     MOVE CALC-CONT OF TRANS-IN-REC TO WS-EDIT-CONT.
016648     END-IF.
016652 2700-EXIT.
016654     EXIT.
016655*-----------------------------------------------------------*
016656*  REVERSAL EDITS: THE ID AND DEPARTMENT NAMING THE POSTING   *
016657*  TO BACK OUT, AND - WHEN AN OPERATOR IS PRESENT - THE       *
016658*  CORRECTED CALCULATION THAT REPLACES IT.                    *
016659*-----------------------------------------------------------*
016660 2800-EDIT-REVERSAL.
016661     IF CALC-ID OF TRANS-IN-REC = SPACES
016662        MOVE "TRANSACTION ID MISSING" TO WS-RPT-LINE (28:30)
016663        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016664     END-IF.
016665     IF CALC-DEPT OF TRANS-IN-REC = SPACES
016666        MOVE "DEPARTMENT CODE MISSING" TO WS-RPT-LINE (28:30)
016667        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016668     ELSE
016669        PERFORM 2400-EDIT-DEPT THRU 2400-EXIT
016670     END-IF.
016671     IF CALC-CONT OF TRANS-IN-REC NOT = SPACE
016672        MOVE "NO CONTINUATION ON REVERSAL" TO WS-RPT-LINE (28:30)
016673        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016674     END-IF.
016675     MOVE CALC-RESUB OF TRANS-IN-REC TO WS-EDIT-RESUB.
016676     IF NOT WS-VALID-RESUB
016677        MOVE "RESUBMIT FLAG NOT BLANK/Y/H/J"
016678           TO WS-RPT-LINE (28:30)
016679        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016680     END-IF.
016681     IF CALC-SEQ OF TRANS-IN-REC NOT NUMERIC
016682        AND CALC-SEQ OF TRANS-IN-REC NOT = SPACES
016683        MOVE "SEQUENCE NOT NUMERIC" TO WS-RPT-LINE (28:30)
016684        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016685     END-IF.
016686     IF CALC-OP OF TRANS-IN-REC = SPACE
016687        GO TO 2800-EXIT
016688     END-IF.
016689     IF CALC-V1 OF TRANS-IN-REC NOT NUMERIC
016690        MOVE "VALUE 1 NOT NUMERIC" TO WS-RPT-LINE (28:30)
016691        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016692     END-IF.
016693     IF CALC-V2 OF TRANS-IN-REC NOT NUMERIC
016694        AND NOT (CALC-V2-RATE OF TRANS-IN-REC
016695           AND CALC-V2 OF TRANS-IN-REC = SPACES)
016696        MOVE "VALUE 2 NOT NUMERIC" TO WS-RPT-LINE (28:30)
016697        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016698     END-IF.
016699     MOVE CALC-OP OF TRANS-IN-REC TO WS-EDIT-OP.
016700     IF NOT WS-VALID-OP
016701        MOVE "OPERATOR NOT RECOGNIZED" TO WS-RPT-LINE (28:30)
016702        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016703     END-IF.
016704     MOVE CALC-V2-SRC OF TRANS-IN-REC TO WS-EDIT-V2SRC.
016705     IF NOT WS-VALID-V2SRC
016706        MOVE "VALUE 2 SOURCE NOT BLANK OR R"
016707           TO WS-RPT-LINE (28:30)
016708        PERFORM 2100-REPORT-ERROR THRU 2100-EXIT
016709     END-IF.
016710     IF CALC-V2-RATE OF TRANS-IN-REC
016711        PERFORM 2700-EDIT-RATE THRU 2700-EXIT
016712     END-IF.
016713 2800-EXIT.
016714     EXIT.
016715*-----------------------------------------------------------*
016716 8000-SUMMARY.
016717     MOVE SPACES TO WS-RPT-LINE.
016718     MOVE "EDITCHK SUMMARY" TO WS-RPT-LINE.
016719     MOVE WS-RPT-LINE TO EDIT-RPT-REC.
016800     WRITE EDIT-RPT-REC.
016900     MOVE "  RECORDS READ .....:" TO WS-RPT-LINE.
017000     MOVE WS-REC-COUNT TO WS-RPT-REC-NO.
019700 9100-EXIT.
019800     EXIT.
019900*-----------------------------------------------------------*
019905*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
019910*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
019915*-----------------------------------------------------------*
019920 9900-WRITE-RUN-LOG.
019925     MOVE WS-REC-COUNT TO RLG-IN-COUNT OF WS-RUN-LOG.
019930     MOVE WS-CNT-CLEAN TO RLG-OUT-COUNT OF WS-RUN-LOG.
019935     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
019940     CALL "RUNLOGW" USING WS-RUN-LOG.
019945     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
019950 9900-EXIT.
019955     EXIT.
019960*-----------------------------------------------------------*
020000 END PROGRAM EDITCHK.

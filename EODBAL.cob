002600*  THE BALANCE DATE COMES FROM THE ENVIRONMENT, THE SAME WAY    *
002700*  AUDITRPT TAKES ITS SELECTION CRITERIA:                       *
002800*      BALDATE - YYYYMMDD, BLANK = TODAY                        *
002820*  THE VERDICT IS ALSO KEPT ON THE CERTIFICATE FILE (EODCERT,   *
002840*  SEE EODCREC.CPY), ONE ENTRY PER BALANCE DATE, FOR THE STEPS  *
002860*  THAT MAY ONLY RUN ON A CERTIFIED DAY.                        *
002900*-----------------------------------------------------------*
003000*  MODIFICATION HISTORY
003100*  2026-09-01 MWF  INITIAL VERSION.
003130*                  FIELD), SO THE SIGN-ON AND INQUIRY ENTRIES
003140*                  MENUDRV WRITES TO THE SAME LOG NO LONGER
003150*                  THROW THE TRANSOUT/AUDITLOG CROSS-FOOT.
003155*  2026-10-15 MWF  REVERSALS: OFFSET RECORDS (STATUS V) ARE
003160*                  AUDITED BUT NOT POSTED AS NEW MASTER
003165*                  ENTRIES, REFUSED REVERSALS (STATUS N) ARE
003170*                  REJECTS, AND A SAME-DAY CORRECTION FOLDS
003175*                  TWO POSTINGS INTO ONE MASTER ENTRY - THE
003180*                  CROSS-FOOTS ALLOW FOR ALL THREE. A NEW
003185*                  CROSS-FOOT PROVES THE OFFSETS WRITTEN
003190*                  AGAINST THE ENTRIES MARKED REVERSED TODAY,
003195*                  BY COUNT AND BY VALUE.
003196*  2026-10-15 MWF  HIGH-VALUE HOLDS: ITEMS THE RUN HELD FOR
003197*                  REVIEW (STATUS H) ARE NOT POSTED, SO THEY
003198*                  COME OUT OF THE RESULTMF CROSS-FOOT; A NEW
003199*                  CROSS-FOOT PROVES THEM AGAINST THE ITEMS
003200*                  WRITTEN TO THE HELD-ITEMS FILE (HOLDMF)
003201*                  WITH THE BALANCE DATE, BY COUNT AND BY
003202*                  VALUE. THE CERTIFICATE ALSO SHOWS HOW MANY
003203*                  HELD ITEMS STILL AWAIT A DECISION. A HOLD
003204*                  REJECTED BY A SUPERVISOR (J) IS A REJECT.
003205*  2026-10-15 MWF  THE VERDICT AND THE STORE COUNTS ARE NOW
003206*                  KEPT ON THE CERTIFICATE FILE (EODCERT) FOR
003207*                  THE BALANCE DATE, REPLACING ANY EARLIER
003208*                  ENTRY FOR THE SAME DATE, SO THE GL JOURNAL
003209*                  EXTRACT CAN REFUSE AN UNCERTIFIED DAY.
003210*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
003211*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
003212*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
003213*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
005400     SELECT BAL-RPT-FILE ASSIGN TO "BALRPT"
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS WS-BAL-RPT-FS.
005610
005620     SELECT HOLD-FILE ASSIGN TO "HOLDMF"
005630            ORGANIZATION IS INDEXED
005640            ACCESS MODE IS SEQUENTIAL
005650            RECORD KEY IS HLD-ID
005655            FILE STATUS IS WS-HOLD-FS.
005660
005665     SELECT CERT-FILE ASSIGN TO "EODCERT"
005670            ORGANIZATION IS INDEXED
005675            ACCESS MODE IS RANDOM
005680            RECORD KEY IS EODC-BAL-DATE
005685            FILE STATUS IS WS-CERT-FS.
005700*-----------------------------------------------------------*
005800 DATA DIVISION.
005900 FILE SECTION.
007900 FD  BAL-RPT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  BAL-RPT-REC                       PIC X(80).
008110
008120 FD  HOLD-FILE
008130     LABEL RECORDS ARE STANDARD.
008140     COPY HOLDREC REPLACING ==HOLD-RECORD==
008145            BY ==HOLD-MF-REC==.
008150
008155 FD  CERT-FILE
008160     LABEL RECORDS ARE STANDARD.
008165     COPY EODCREC REPLACING ==EOD-CERT-RECORD==
008170            BY ==CERT-MF-REC==.
008200*-----------------------------------------------------------*
008300 WORKING-STORAGE SECTION.
008400 77  WS-EOF-SW                         PIC X(01) VALUE "N".
008800 77  WS-REJECT-FS                      PIC X(02) VALUE "00".
008900 77  WS-AUDIT-IN-FS                    PIC X(02) VALUE "00".
009000 77  WS-BAL-RPT-FS                     PIC X(02) VALUE "00".
009020 77  WS-HOLD-FS                        PIC X(02) VALUE "00".
009040 77  WS-CERT-FS                        PIC X(02) VALUE "00".
009060 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
009080 77  WS-RUN-TIME                       PIC 9(08) VALUE ZERO.
009100
009200*    BALANCE DATE PICKED UP FROM THE ENVIRONMENT
009300 77  WS-BAL-DATE-ENV                   PIC X(08) VALUE SPACES.
010200     05  BAL-MF-TODAY                  PIC 9(09) COMP VALUE ZERO.
010300     05  BAL-REJ-COUNT                 PIC 9(09) COMP VALUE ZERO.
010400     05  BAL-AUD-TODAY                 PIC 9(09) COMP VALUE ZERO.
010410     05  BAL-OUT-REV                   PIC 9(09) COMP VALUE ZERO.
010420     05  BAL-OUT-REVREF                PIC 9(09) COMP VALUE ZERO.
010430     05  BAL-MF-REVERSED               PIC 9(09) COMP VALUE ZERO.
010440     05  BAL-MF-SAMEDAY                PIC 9(09) COMP VALUE ZERO.
010450     05  BAL-OUT-REV-AMT               PIC S9(11)V99 VALUE ZERO.
010460     05  BAL-MF-REV-AMT                PIC S9(11)V99 VALUE ZERO.
010465     05  BAL-OUT-HELD                  PIC 9(09) COMP VALUE ZERO.
010470     05  BAL-HLD-TODAY                 PIC 9(09) COMP VALUE ZERO.
010475     05  BAL-HLD-WAITING               PIC 9(09) COMP VALUE ZERO.
010480     05  BAL-OUT-HELD-AMT              PIC S9(11)V99 VALUE ZERO.
010485     05  BAL-HLD-AMT                   PIC S9(11)V99 VALUE ZERO.
010500
010600*    AVAILABILITY AND VERDICT SWITCHES
010700 77  WS-RESULT-OPEN-SW                 PIC X(01) VALUE "N".
011000     88  WS-REJECT-OPEN                      VALUE "Y".
011100 77  WS-AUDIT-OPEN-SW                  PIC X(01) VALUE "N".
011200     88  WS-AUDIT-OPEN                       VALUE "Y".
011230 77  WS-HOLD-OPEN-SW                   PIC X(01) VALUE "N".
011260     88  WS-HOLD-OPEN                        VALUE "Y".
011300 77  WS-BALANCE-SW                     PIC X(01) VALUE "Y".
011400     88  WS-DAY-BALANCED                     VALUE "Y".
011500
011600*    PRINT LINE WORK FIELDS
011700 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
011800 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
011850 01  WS-EDIT-AMOUNT                    PIC -(11)9.99.
011900 01  WS-EXPECTED                       PIC 9(09) COMP VALUE ZERO.
011920
011940*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
011960     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
012000*-----------------------------------------------------------*
012100 PROCEDURE DIVISION.
012200*-----------------------------------------------------------*
012300 0000-MAINLINE.
012320     MOVE SPACES TO WS-RUN-LOG.
012340     MOVE "EODBAL" TO RLG-PROGRAM OF WS-RUN-LOG.
012360     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
012380     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
012400     PERFORM 1100-GET-BAL-DATE THRU 1100-EXIT.
012500
012600     OPEN INPUT TRANS-OUT-FILE.
012800        DISPLAY "ERROR: UNABLE TO OPEN TRANSOUT - FILE STATUS "
012900           WS-TRANS-OUT-FS
013000        MOVE 20 TO RETURN-CODE
013050        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
013100        STOP RUN
013200     END-IF.
013300     OPEN OUTPUT BAL-RPT-FILE.
013600     PERFORM 3000-COUNT-RESULTMF THRU 3000-EXIT.
013700     PERFORM 4000-COUNT-REJECTS THRU 4000-EXIT.
013800     PERFORM 5000-COUNT-AUDITLOG THRU 5000-EXIT.
013850     PERFORM 6000-COUNT-HOLDMF THRU 6000-EXIT.
013900
014000     PERFORM 8000-CERTIFICATE THRU 8000-EXIT.
014050     PERFORM 8500-KEEP-CERTIFICATE THRU 8500-EXIT.
014100     CLOSE BAL-RPT-FILE.
014200     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
014250     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
014300     STOP RUN.
014400*-----------------------------------------------------------*
014500 1100-GET-BAL-DATE.
017800        WHEN "D"
017900           ADD 1 TO BAL-OUT-NOTOK
018000           ADD 1 TO BAL-OUT-DUP
018010        WHEN "V"
018020           ADD 1 TO BAL-OUT-REV
018030           ADD CALC-RE OF TRANS-OUT-REC TO BAL-OUT-REV-AMT
018040        WHEN "N"
018050           ADD 1 TO BAL-OUT-NOTOK
018060           ADD 1 TO BAL-OUT-REVREF
018070        WHEN "H"
018080           ADD 1 TO BAL-OUT-HELD
018090           ADD CALC-RE OF TRANS-OUT-REC TO BAL-OUT-HELD-AMT
018100        WHEN OTHER
018200           ADD 1 TO BAL-OUT-NOTOK
018300     END-EVALUATE.
021900 3200-TALLY-RESULTMF.
022000     IF RES-PROC-DATE OF RESULT-MF-REC = WS-BAL-DATE
022100        ADD 1 TO BAL-MF-TODAY
022105     END-IF.
022110     IF RES-REV-DATE OF RESULT-MF-REC = WS-BAL-DATE
022115        ADD 1 TO BAL-MF-REVERSED
022120        ADD RES-ORIG-RE OF RESULT-MF-REC TO BAL-MF-REV-AMT
022125*       A POSTING CORRECTED ON THE DAY IT WAS MADE LEAVES ONE
022130*       MASTER ENTRY FOR TWO TRANSOUT RECORDS
022135        IF RES-ORIG-DATE OF RESULT-MF-REC = WS-BAL-DATE
022140           AND RES-PROC-DATE OF RESULT-MF-REC = WS-BAL-DATE
022145           AND RES-STATUS OF RESULT-MF-REC NOT = "V"
022150           ADD 1 TO BAL-MF-SAMEDAY
022155        END-IF
022200     END-IF.
022300     PERFORM 3100-READ-RESULTMF THRU 3100-EXIT.
022400 3200-EXIT.
028600 5200-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------*
028802*  SEQUENTIAL PASS OVER THE HELD-ITEMS FILE COUNTING THE ITEMS *
028804*  HELD ON THE BALANCE DATE AND THOSE STILL AWAITING A         *
028806*  SUPERVISOR'S DECISION. NO FILE YET MEANS NOTHING HAS EVER   *
028808*  BEEN HELD.                                                  *
028810*-----------------------------------------------------------*
028812 6000-COUNT-HOLDMF.
028814     OPEN INPUT HOLD-FILE.
028816     IF WS-HOLD-FS = "35"
028818        GO TO 6000-EXIT
028820     END-IF.
028822     IF WS-HOLD-FS NOT = "00"
028824        DISPLAY "WARNING: UNABLE TO OPEN HOLDMF - FILE "
028826           "STATUS " WS-HOLD-FS
028828        GO TO 6000-EXIT
028830     END-IF.
028832     SET WS-HOLD-OPEN TO TRUE.
028834     MOVE "N" TO WS-EOF-SW.
028836     PERFORM 6100-READ-HOLDMF THRU 6100-EXIT.
028838     PERFORM 6200-TALLY-HOLDMF THRU 6200-EXIT
028840         UNTIL WS-EOF.
028842     CLOSE HOLD-FILE.
028844 6000-EXIT.
028846     EXIT.
028848*-----------------------------------------------------------*
028850 6100-READ-HOLDMF.
028852     READ HOLD-FILE
028854        AT END
028856           SET WS-EOF TO TRUE
028858     END-READ.
028860 6100-EXIT.
028862     EXIT.
028864*-----------------------------------------------------------*
028866 6200-TALLY-HOLDMF.
028868     IF HLD-HOLD-DATE OF HOLD-MF-REC = WS-BAL-DATE
028870        ADD 1 TO BAL-HLD-TODAY
028872        ADD HLD-RE OF HOLD-MF-REC TO BAL-HLD-AMT
028874     END-IF.
028876     IF HLD-HELD OF HOLD-MF-REC
028878        ADD 1 TO BAL-HLD-WAITING
028880     END-IF.
028882     PERFORM 6100-READ-HOLDMF THRU 6100-EXIT.
028884 6200-EXIT.
028886     EXIT.
028888*-----------------------------------------------------------*
028900*  PRINTS THE BALANCING CERTIFICATE: THE COUNTS FROM EACH      *
029000*  STORE, ONE LINE PER CROSS-FOOT WITH ITS VERDICT, AND THE    *
029100*  OVERALL IN/OUT-OF-BALANCE CONCLUSION.                       *
031300     MOVE BAL-OUT-DUP TO WS-EDIT-COUNT.
031400     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
031500     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
031505     MOVE "    REVERSAL REFUSED (N) :" TO WS-RPT-LINE.
031510     MOVE BAL-OUT-REVREF TO WS-EDIT-COUNT.
031515     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
031520     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
031525     MOVE "    REVERSAL OFFSETS (V) :" TO WS-RPT-LINE.
031530     MOVE BAL-OUT-REV TO WS-EDIT-COUNT.
031535     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
031540     MOVE BAL-OUT-REV-AMT TO WS-EDIT-AMOUNT.
031545     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (41:16).
031550     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
031555     MOVE "    HELD FOR REVIEW (H) .:" TO WS-RPT-LINE.
031560     MOVE BAL-OUT-HELD TO WS-EDIT-COUNT.
031565     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
031570     MOVE BAL-OUT-HELD-AMT TO WS-EDIT-AMOUNT.
031575     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (41:16).
031580     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
031600     MOVE "  RESULTMF POSTED TODAY .:" TO WS-RPT-LINE.
031700     MOVE BAL-MF-TODAY TO WS-EDIT-COUNT.
031800     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
031805     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
031810     MOVE "    SAME-DAY CORRECTIONS :" TO WS-RPT-LINE.
031815     MOVE BAL-MF-SAMEDAY TO WS-EDIT-COUNT.
031820     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
031825     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
031830     MOVE "  RESULTMF REVERSED TODAY:" TO WS-RPT-LINE.
031835     MOVE BAL-MF-REVERSED TO WS-EDIT-COUNT.
031840     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
031845     MOVE BAL-MF-REV-AMT TO WS-EDIT-AMOUNT.
031850     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (41:16).
031900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
032000     MOVE "  REJECTS RECORDS .......:" TO WS-RPT-LINE.
032100     MOVE BAL-REJ-COUNT TO WS-EDIT-COUNT.
032500     MOVE BAL-AUD-TODAY TO WS-EDIT-COUNT.
032600     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
032700     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
032705     MOVE "  HOLDMF HELD TODAY .....:" TO WS-RPT-LINE.
032710     MOVE BAL-HLD-TODAY TO WS-EDIT-COUNT.
032715     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
032720     MOVE BAL-HLD-AMT TO WS-EDIT-AMOUNT.
032725     MOVE WS-EDIT-AMOUNT TO WS-RPT-LINE (41:16).
032730     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
032735     MOVE "  HOLDMF AWAITING DECISION" TO WS-RPT-LINE.
032740     MOVE BAL-HLD-WAITING TO WS-EDIT-COUNT.
032745     MOVE WS-EDIT-COUNT TO WS-RPT-LINE (28:11).
032750     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
032800     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
032900
033000     IF NOT WS-RESULT-OPEN
033300        PERFORM 8900-WRITE-LINE THRU 8900-EXIT
033400     END-IF.
033500
033540*    EVERY NON-DUPLICATE OUTPUT RECORD HAS A MASTER POSTING,
033580*    EXCEPT REVERSAL OFFSETS AND REFUSED REVERSALS (NEITHER
033620*    POSTS A NEW ENTRY) AND A SAME-DAY CORRECTION (ITS ENTRY
033640*    REPLACES THE ONE IT CORRECTS) AND ITEMS HELD FOR REVIEW
033660*    (POSTED ONLY WHEN RELEASED)
033700     COMPUTE WS-EXPECTED = BAL-OUT-TOTAL - BAL-OUT-DUP
033730        - BAL-OUT-REV - BAL-OUT-REVREF - BAL-MF-SAMEDAY
033760        - BAL-OUT-HELD.
033800     IF WS-RESULT-OPEN
033900        IF BAL-MF-TODAY = WS-EXPECTED
034000           MOVE "  TRANSOUT VS RESULTMF ..: IN BALANCE"
035800     END-IF.
035900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
036000
036060*    EVERY SUCCESSFUL RECORD AND EVERY REVERSAL OFFSET HAS AN
036120*    AUDIT LINE
036180     COMPUTE WS-EXPECTED = BAL-OUT-OK + BAL-OUT-REV.
036240     IF BAL-AUD-TODAY = WS-EXPECTED
036300        MOVE "  TRANSOUT VS AUDITLOG ..: IN BALANCE"
036400           TO WS-RPT-LINE
036500     ELSE
036800        MOVE "N" TO WS-BALANCE-SW
036900     END-IF.
037000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
037005
037010*    EVERY OFFSET WRITTEN MARKED ONE MASTER ENTRY REVERSED, AND
037015*    THE OFFSETS NEGATE THE RESULTS THEY BACKED OUT
037020     IF WS-RESULT-OPEN
037025        IF BAL-OUT-REV = BAL-MF-REVERSED
037030           AND BAL-OUT-REV-AMT + BAL-MF-REV-AMT = ZERO
037035           MOVE "  TRANSOUT VS REVERSALS .: IN BALANCE"
037040              TO WS-RPT-LINE
037045        ELSE
037050           MOVE "  TRANSOUT VS REVERSALS .: OUT OF BALANCE"
037055              TO WS-RPT-LINE
037060           MOVE "N" TO WS-BALANCE-SW
037065        END-IF
037070        PERFORM 8900-WRITE-LINE THRU 8900-EXIT
037075     END-IF.
037076
037077*    EVERY ITEM HELD WAS WRITTEN TO THE HELD-ITEMS FILE WITH
037078*    THE RESULT IT WOULD HAVE POSTED. NO FILE IS ONLY IN
037079*    BALANCE WHEN NOTHING WAS HELD
037080     IF BAL-OUT-HELD = BAL-HLD-TODAY
037081        AND BAL-OUT-HELD-AMT = BAL-HLD-AMT
037082        MOVE "  TRANSOUT VS HOLDMF ....: IN BALANCE"
037083           TO WS-RPT-LINE
037084     ELSE
037085        MOVE "  TRANSOUT VS HOLDMF ....: OUT OF BALANCE"
037086           TO WS-RPT-LINE
037087        MOVE "N" TO WS-BALANCE-SW
037088     END-IF.
037089     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
037100     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
037200
037300     IF WS-DAY-BALANCED
038500 8000-EXIT.
038600     EXIT.
038700*-----------------------------------------------------------*
038702*  KEEPS THE VERDICT ON THE CERTIFICATE FILE FOR THE BALANCE   *
038704*  DATE. A RERUN REPLACES THE EARLIER ENTRY. A BRAND-NEW FILE  *
038706*  IS CREATED EMPTY. A FAILURE HERE DOES NOT CHANGE THE DAY'S  *
038708*  VERDICT - IT ONLY MEANS THE LATER STEPS WILL NOT FIND IT.   *
038710*-----------------------------------------------------------*
038712 8500-KEEP-CERTIFICATE.
038714     OPEN I-O CERT-FILE.
038716     IF WS-CERT-FS = "35"
038718        OPEN OUTPUT CERT-FILE
038720        CLOSE CERT-FILE
038722        OPEN I-O CERT-FILE
038724     END-IF.
038726     IF WS-CERT-FS NOT = "00"
038728        DISPLAY "WARNING: UNABLE TO OPEN EODCERT - FILE "
038730           "STATUS " WS-CERT-FS
038732        DISPLAY "WARNING: THE VERDICT WAS NOT KEPT"
038734        GO TO 8500-EXIT
038736     END-IF.
038738     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038740     ACCEPT WS-RUN-TIME FROM TIME.
038742     MOVE WS-BAL-DATE TO EODC-BAL-DATE OF CERT-MF-REC.
038744     IF WS-DAY-BALANCED
038746        SET EODC-IN-BALANCE OF CERT-MF-REC TO TRUE
038748     ELSE
038750        SET EODC-OUT-OF-BALANCE OF CERT-MF-REC TO TRUE
038752     END-IF.
038754     MOVE WS-RUN-DATE TO EODC-RUN-DATE OF CERT-MF-REC.
038756     MOVE WS-RUN-TIME TO EODC-RUN-TIME OF CERT-MF-REC.
038758     MOVE BAL-OUT-TOTAL TO EODC-OUT-TOTAL OF CERT-MF-REC.
038760     MOVE BAL-OUT-OK TO EODC-OUT-OK OF CERT-MF-REC.
038762     MOVE BAL-MF-TODAY TO EODC-MF-TODAY OF CERT-MF-REC.
038764     MOVE BAL-REJ-COUNT TO EODC-REJ-COUNT OF CERT-MF-REC.
038766     MOVE BAL-AUD-TODAY TO EODC-AUD-TODAY OF CERT-MF-REC.
038768     WRITE CERT-MF-REC.
038770     IF WS-CERT-FS = "22"
038772        REWRITE CERT-MF-REC
038774     END-IF.
038776     IF WS-CERT-FS NOT = "00"
038778        DISPLAY "WARNING: EODCERT WRITE FAILED - FILE STATUS "
038780           WS-CERT-FS
038782     END-IF.
038784     CLOSE CERT-FILE.
038786 8500-EXIT.
038788     EXIT.
038790*-----------------------------------------------------------*
038800 8900-WRITE-LINE.
038900     MOVE WS-RPT-LINE TO BAL-RPT-REC.
039000     WRITE BAL-RPT-REC.
040100 9100-EXIT.
040200     EXIT.
040300*-----------------------------------------------------------*
040305*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
040310*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
040315*-----------------------------------------------------------*
040320 9900-WRITE-RUN-LOG.
040325     MOVE BAL-OUT-TOTAL TO RLG-IN-COUNT OF WS-RUN-LOG.
040330     MOVE ZERO TO RLG-OUT-COUNT OF WS-RUN-LOG.
040335     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
040340     CALL "RUNLOGW" USING WS-RUN-LOG.
040345     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
040350 9900-EXIT.
040355     EXIT.
040360*-----------------------------------------------------------*
040400 END PROGRAM EODBAL.

002500*-----------------------------------------------------------*
002600*  MODIFICATION HISTORY
002700*  2026-09-01 MWF  INITIAL VERSION.
002720*  2026-10-15 MWF  APPENDS A RUN RECORD (PROGRAM, START AND END
002740*                  TIMES, COUNTS, RETURN CODE) TO THE JOB-STREAM
002760*                  RUN LOG (RUNLOG, SEE RUNLREC.CPY) AS IT ENDS.
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
009100
009200 01  WS-RPT-LINE                       PIC X(80) VALUE SPACES.
009300 01  WS-EDIT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
009320
009340*    RUN-LOG RECORD FOR THIS STEP, APPENDED AS IT ENDS
009360     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==WS-RUN-LOG==.
009400*-----------------------------------------------------------*
009500 PROCEDURE DIVISION.
009600*-----------------------------------------------------------*
009700 0000-MAINLINE.
009720     MOVE SPACES TO WS-RUN-LOG.
009740     MOVE "RESPURGE" TO RLG-PROGRAM OF WS-RUN-LOG.
009760     ACCEPT RLG-START-DATE OF WS-RUN-LOG FROM DATE YYYYMMDD.
009780     ACCEPT RLG-START-TIME OF WS-RUN-LOG FROM TIME.
009800     ACCEPT WS-CUTOFF-ENV FROM ENVIRONMENT "RESCUTOFF".
009900     IF WS-CUTOFF-ENV = SPACES
010000        OR WS-CUTOFF-ENV NOT NUMERIC
010100        DISPLAY "ERROR: RESCUTOFF NOT SET OR NOT YYYYMMDD"
010200        MOVE 20 TO RETURN-CODE
010250        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
010300        STOP RUN
010400     END-IF.
010500     MOVE WS-CUTOFF-ENV TO WS-CUTOFF.
010900        DISPLAY "ERROR: UNABLE TO OPEN RESULTMF - FILE STATUS "
011000           WS-RESULT-FS
011100        MOVE 20 TO RETURN-CODE
011150        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
011200        STOP RUN
011300     END-IF.
011400     OPEN EXTEND ARCH-FILE.
011900        DISPLAY "ERROR: UNABLE TO OPEN RESARCH - FILE STATUS "
012000           WS-ARCH-FS
012100        MOVE 20 TO RETURN-CODE
012150        PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
012200        STOP RUN
012300     END-IF.
012400     OPEN OUTPUT PURGE-RPT-FILE.
013600     DISPLAY "RESPURGE: ENTRIES KEPT .....: " WS-CNT-KEPT.
013700     DISPLAY "RESPURGE: ENTRIES ARCHIVED .: " WS-CNT-ARCHIVED.
013800     DISPLAY "RESPURGE: ENTRIES DELETED ..: " WS-CNT-DELETED.
013850     PERFORM 9900-WRITE-RUN-LOG THRU 9900-EXIT
013900     STOP RUN.
014000*-----------------------------------------------------------*
014100 1000-READ-RESULT.
026800 8900-EXIT.
026900     EXIT.
027000*-----------------------------------------------------------*
027005*  APPENDS THIS STEP'S RECORD TO THE JOB-STREAM RUN LOG. THE  *
027010*  CALL RESETS RETURN-CODE, SO THE STEP'S CODE IS PUT BACK.   *
027015*-----------------------------------------------------------*
027020 9900-WRITE-RUN-LOG.
027025     MOVE WS-CNT-READ TO RLG-IN-COUNT OF WS-RUN-LOG.
027030     MOVE WS-CNT-ARCHIVED TO RLG-OUT-COUNT OF WS-RUN-LOG.
027035     MOVE RETURN-CODE TO RLG-RETURN-CODE OF WS-RUN-LOG.
027040     CALL "RUNLOGW" USING WS-RUN-LOG.
027045     MOVE RLG-RETURN-CODE OF WS-RUN-LOG TO RETURN-CODE.
027050 9900-EXIT.
027055     EXIT.
027060*-----------------------------------------------------------*
027100 END PROGRAM RESPURGE.

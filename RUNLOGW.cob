000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNLOGW.
000300 AUTHOR. M W FIELDS.
000400 INSTALLATION. BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800*  RUNLOGW - JOB-STREAM RUN-LOG WRITER.                        *
000900*  GIVEN A RUN-LOG RECORD (SEE RUNLREC COPYBOOK) WITH THE      *
001000*  PROGRAM, START DATE AND TIME, COUNTS, RETURN CODE AND       *
001100*  RESTART FLAG FILLED IN, STAMPS THE END DATE AND TIME AND    *
001200*  THE NIGHT THE STEP BELONGS TO (THE START DATE, OR THE DAY   *
001300*  BEFORE FOR A STEP STARTED BEFORE NOON) AND APPENDS IT TO    *
001400*  THE SHARED RUN LOG (RUNLOG). CALLED BY EVERY BATCH STEP AS  *
001500*  IT ENDS, SO THE LOG LAYOUT AND THE NIGHT RULE ARE ONLY      *
001600*  MAINTAINED ONCE. A LOG THAT WILL NOT OPEN IS WARNED ABOUT   *
001700*  AND NEVER FAILS THE CALLING STEP.                           *
001800*-----------------------------------------------------------*
001900*  MODIFICATION HISTORY
002000*  2026-10-15 MWF  INITIAL VERSION.
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
002600            ORGANIZATION IS LINE SEQUENTIAL
002700            FILE STATUS IS WS-RUN-LOG-FS.
002800*-----------------------------------------------------------*
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  RUN-LOG-FILE
003200     LABEL RECORDS ARE STANDARD.
003300     COPY RUNLREC REPLACING ==RUN-LOG-RECORD==
003400            BY ==RUN-LOG-REC==.
003500*-----------------------------------------------------------*
003600 WORKING-STORAGE SECTION.
003700 77  WS-RUN-LOG-FS                     PIC X(02) VALUE "00".
003800*    WORK COPY OF THE NIGHT DATE, SPLIT FOR THE DAY-BEFORE ROLL
003900 01  WS-NIGHT                          PIC 9(08) VALUE ZERO.
004000 01  WS-NIGHT-PARTS REDEFINES WS-NIGHT.
004100     05  WS-NIGHT-YYYY                 PIC 9(04).
004200     05  WS-NIGHT-MM                   PIC 9(02).
004300     05  WS-NIGHT-DD                   PIC 9(02).
004400 77  WS-LEAP-QUOT                      PIC 9(04) COMP VALUE ZERO.
004500 77  WS-LEAP-RMDR                      PIC 9(04) COMP VALUE ZERO.
004600*    DAYS IN EACH MONTH; FEBRUARY IS CORRECTED FOR LEAP YEARS
004700 01  WS-MONTH-DAYS-VALUES.
004800     05  FILLER                        PIC 9(02) VALUE 31.
004900     05  FILLER                        PIC 9(02) VALUE 28.
005000     05  FILLER                        PIC 9(02) VALUE 31.
005100     05  FILLER                        PIC 9(02) VALUE 30.
005200     05  FILLER                        PIC 9(02) VALUE 31.
005300     05  FILLER                        PIC 9(02) VALUE 30.
005400     05  FILLER                        PIC 9(02) VALUE 31.
005500     05  FILLER                        PIC 9(02) VALUE 31.
005600     05  FILLER                        PIC 9(02) VALUE 30.
005700     05  FILLER                        PIC 9(02) VALUE 31.
005800     05  FILLER                        PIC 9(02) VALUE 30.
005900     05  FILLER                        PIC 9(02) VALUE 31.
006000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006100     05  WS-MONTH-DAYS                 PIC 9(02) OCCURS 12 TIMES.
006200 LINKAGE SECTION.
006300     COPY RUNLREC REPLACING ==RUN-LOG-RECORD== BY ==LK-RUN-LOG==.
006400*-----------------------------------------------------------*
006500 PROCEDURE DIVISION USING LK-RUN-LOG.
006600*-----------------------------------------------------------*
006700 0000-MAINLINE.
006800     ACCEPT RLG-END-DATE OF LK-RUN-LOG FROM DATE YYYYMMDD.
006900     ACCEPT RLG-END-TIME OF LK-RUN-LOG FROM TIME.
007000     IF RLG-START-DATE OF LK-RUN-LOG = ZERO
007100        MOVE RLG-END-DATE OF LK-RUN-LOG
007200           TO RLG-START-DATE OF LK-RUN-LOG
007300        MOVE RLG-END-TIME OF LK-RUN-LOG
007400           TO RLG-START-TIME OF LK-RUN-LOG
007500     END-IF.
007600     MOVE RLG-START-DATE OF LK-RUN-LOG TO WS-NIGHT.
007700     IF RLG-START-TIME OF LK-RUN-LOG < 12000000
007800        PERFORM 1000-DAY-BEFORE THRU 1000-EXIT
007900     END-IF.
008000     MOVE WS-NIGHT TO RLG-NIGHT-DATE OF LK-RUN-LOG.
008100
008200     OPEN EXTEND RUN-LOG-FILE.
008300     IF WS-RUN-LOG-FS NOT = "00"
008400        OPEN OUTPUT RUN-LOG-FILE
008500     END-IF.
008600     IF WS-RUN-LOG-FS NOT = "00"
008700        DISPLAY "WARNING: UNABLE TO OPEN RUNLOG - FILE STATUS "
008800           WS-RUN-LOG-FS
008900        DISPLAY "WARNING: RUN OF " RLG-PROGRAM OF LK-RUN-LOG
009000           " NOT LOGGED"
009100        GO TO 0000-EXIT
009200     END-IF.
009300     MOVE LK-RUN-LOG TO RUN-LOG-REC.
009400     WRITE RUN-LOG-REC.
009500     CLOSE RUN-LOG-FILE.
009600 0000-EXIT.
009700     GOBACK.
009800*-----------------------------------------------------------*
009900*  ROLLS THE NIGHT DATE BACK ONE CALENDAR DAY.                 *
010000*-----------------------------------------------------------*
010100 1000-DAY-BEFORE.
010200     IF WS-NIGHT-DD > 1
010300        SUBTRACT 1 FROM WS-NIGHT-DD
010400        GO TO 1000-EXIT
010500     END-IF.
010600     IF WS-NIGHT-MM > 1
010700        SUBTRACT 1 FROM WS-NIGHT-MM
010800     ELSE
010900        MOVE 12 TO WS-NIGHT-MM
011000        SUBTRACT 1 FROM WS-NIGHT-YYYY
011100     END-IF.
011200     MOVE WS-MONTH-DAYS (WS-NIGHT-MM) TO WS-NIGHT-DD.
011300     IF WS-NIGHT-MM NOT = 2
011400        GO TO 1000-EXIT
011500     END-IF.
011600     DIVIDE WS-NIGHT-YYYY BY 4 GIVING WS-LEAP-QUOT
011700        REMAINDER WS-LEAP-RMDR.
011800     IF WS-LEAP-RMDR NOT = ZERO
011900        GO TO 1000-EXIT
012000     END-IF.
012100     DIVIDE WS-NIGHT-YYYY BY 100 GIVING WS-LEAP-QUOT
012200        REMAINDER WS-LEAP-RMDR.
012300     IF WS-LEAP-RMDR = ZERO
012400        DIVIDE WS-NIGHT-YYYY BY 400 GIVING WS-LEAP-QUOT
012500           REMAINDER WS-LEAP-RMDR
012600        IF WS-LEAP-RMDR NOT = ZERO
012700           GO TO 1000-EXIT
012800        END-IF
012900     END-IF.
013000     MOVE 29 TO WS-NIGHT-DD.
013100 1000-EXIT.
013200     EXIT.
013300*-----------------------------------------------------------*
013400 END PROGRAM RUNLOGW.

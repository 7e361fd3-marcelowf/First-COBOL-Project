000100*-----------------------------------------------------------*
000200*  ANOMREC.CPY                                               *
000300*  VOLUME AND VALUE ANOMALY LIMITS RECORD (ANOMMF). TELLS    *
000400*  THE MTDANOM STEP HOW FAR A DEPARTMENT'S DAY MAY STRAY     *
000500*  FROM ITS TRAILING AVERAGE ON THE MONTH-TO-DATE HISTORY    *
000600*  BEFORE IT IS REPORTED. MAINTAINED FROM THE DESK THROUGH   *
000700*  MENUDRV'S DEPARTMENT MAINTENANCE. KEYED ON ANM-DEPT;      *
000800*  DEPARTMENT "*ALL" HOLDS THE INSTALLATION DEFAULTS FOR     *
000900*  DEPARTMENTS WITH NO ENTRY OF THEIR OWN. A ZERO FIELD      *
001000*  TAKES THE STEP'S BUILT-IN DEFAULT:                        *
001100*      ANM-HIST-DAYS   - CALENDAR DAYS OF HISTORY AVERAGED   *
001200*                        (28)                                *
001300*      ANM-MIN-HIST    - FEWEST DAYS OF HISTORY BEFORE THE   *
001400*                        DEPARTMENT IS JUDGED (5)            *
001500*      ANM-MIN-COUNT   - A COUNT BELOW THIS BOTH TODAY AND   *
001600*                        ON AVERAGE IS TOO SMALL TO JUDGE    *
001700*                        (10)                                *
001800*      ANM-CNT-TOL-PCT - PERCENT A COUNT BY OPERATOR MAY     *
001900*                        DIFFER FROM ITS AVERAGE (200)       *
002000*      ANM-REJ-TOL-PTS - PERCENTAGE POINTS THE REJECT RATE   *
002100*                        MAY RISE ABOVE ITS AVERAGE (10.0)   *
002200*      ANM-ADD-TOL-PCT - PERCENT THE TOTAL OF ADDITIONS MAY  *
002300*                        DIFFER FROM ITS AVERAGE (900)       *
002400*  A PERCENT TOLERANCE OF 100 OR MORE ONLY CATCHES A RISE.   *
002500*  REPLACE THE 01-LEVEL NAME VIA COPY REPLACING WHEN MORE    *
002600*  THAN ONE COPY IS NEEDED IN THE SAME PROGRAM.              *
002700*-----------------------------------------------------------*
002800*  MODIFICATION HISTORY
002900*  2026-10-15 MWF  INITIAL VERSION.
003000*-----------------------------------------------------------*
003100 01  ANOMALY-LIMIT-RECORD.
003200     05  ANM-DEPT                     PIC X(04).
003300     05  ANM-HIST-DAYS                PIC 9(03).
003400     05  ANM-MIN-HIST                 PIC 9(02).
003500     05  ANM-MIN-COUNT                PIC 9(05).
003600     05  ANM-CNT-TOL-PCT              PIC 9(04).
003700     05  ANM-REJ-TOL-PTS              PIC 9(03)V9.
003800     05  ANM-ADD-TOL-PCT              PIC 9(04).
003900     05  FILLER                       PIC X(14).

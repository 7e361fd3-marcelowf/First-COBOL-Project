001590*                  RE-ACCUMULATES IT.
001592*  2026-09-01 MWF  ADDED THE DUPLICATE-ID REJECT COUNTER.
001594*  2026-09-01 MWF  ADDED THE RATE-UNKNOWN REJECT COUNTER.
001596*  2026-10-15 MWF  ADDED THE REVERSAL, REVERSAL-REFUSED AND
001597*                  CORRECTION COUNTERS. THE RECORD IS NOW 110
001598*                  BYTES - SEE TXNMERGE.
001599*  2026-10-15 MWF  ADDED THE HELD, HOLD-RELEASED AND
001600*                  HOLD-REJECTED COUNTERS. THE RECORD IS NOW
001601*                  122 BYTES - SEE TXNMERGE.
001602*  2026-10-15 MWF  ADDED THE DEPARTMENT DAY TOTALS THE DAILY CAP
001603*                  IS MEASURED AGAINST, SO A RESTARTED RUN
001604*                  RESUMES THEM (ONE ENTRY PER DEPARTMENT IN THE
001605*                  LIMIT TABLE, RESTART-DAY-USED OF THEM IN USE).
001606*                  THE RECORD IS NOW 3124 BYTES - SEE TXNMERGE.
001607*-----------------------------------------------------------*
001700 01  RESTART-RECORD.
001800     05  RESTART-REC-COUNT            PIC 9(09) COMP.
001900     05  RESTART-CNT-ADD              PIC 9(09) COMP.
002597     05  RESTART-PRIOR-OK             PIC X(01).
002600     05  RESTART-TOTAL-ADD            PIC S9(7)V99.
002700     05  RESTART-HASH-TOTAL           PIC S9(13)V99.
002800     05  RESTART-CNT-REVERSE          PIC 9(09) COMP.
002900     05  RESTART-CNT-REVERR           PIC 9(09) COMP.
003000     05  RESTART-CNT-CORRECT          PIC 9(09) COMP.
003100     05  RESTART-CNT-HELD             PIC 9(09) COMP.
003200     05  RESTART-CNT-RELEASE          PIC 9(09) COMP.
003300     05  RESTART-CNT-HOLDREJ          PIC 9(09) COMP.
003400     05  RESTART-DAY-USED             PIC 9(03) COMP.
003500     05  RESTART-DAY-ENTRY OCCURS 200 TIMES.
003600         10  RESTART-DAY-DEPT         PIC X(04).
003700         10  RESTART-DAY-TOTAL        PIC 9(09)V99.

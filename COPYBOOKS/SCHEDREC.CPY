000100*-----------------------------------------------------------*
000200*  SCHEDREC.CPY                                              *
000300*  EXPECTED-BATCH SCHEDULE MASTER RECORD. ONE KEYED ENTRY     *
000400*  PER BATCH A DEPARTMENT IS EXPECTED TO SEND, WITH THE DAYS  *
000500*  OF THE WEEK IT IS DUE. THE BATCHCHK PRE-RUN CHECK READS    *
000600*  THE BATCH HEADERS ON TRANSIN AGAINST IT TO REPORT MISSING  *
000700*  AND UNEXPECTED BATCHES. MAINTAINED FROM THE DESK THROUGH   *
000800*  MENUDRV. KEYED ON SCH-KEY - DEPARTMENT PLUS THE BATCH ID   *
000900*  THE SENDER PUTS IN BHDR-BATCH-ID. THE DAY FLAGS RUN        *
001000*  MONDAY (1) THROUGH SUNDAY (7). REPLACE THE 01-LEVEL NAME   *
001100*  VIA COPY REPLACING WHEN MORE THAN ONE COPY IS NEEDED IN    *
001200*  THE SAME PROGRAM.                                          *
001300*-----------------------------------------------------------*
001400*  MODIFICATION HISTORY
001500*  2026-10-15 MWF  INITIAL VERSION.
001600*-----------------------------------------------------------*
001700 01  SCHEDULE-RECORD.
001800     05  SCH-KEY.
001900         10  SCH-DEPT                 PIC X(04).
002000         10  SCH-BATCH-ID             PIC X(08).
002100     05  SCH-DESC                     PIC X(20).
002200     05  SCH-DAYS.
002300         10  SCH-DAY-FLAG OCCURS 7 TIMES
002400                                      PIC X(01).
002500             88  SCH-DAY-EXPECTED           VALUE "Y".
002600     05  SCH-ACTIVE-FLAG              PIC X(01).
002700         88  SCH-ACTIVE                     VALUE "A".
002800         88  SCH-INACTIVE                   VALUE "I".

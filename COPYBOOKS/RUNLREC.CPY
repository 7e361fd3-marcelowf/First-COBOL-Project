000100*-----------------------------------------------------------*
000200*  RUNLREC.CPY                                               *
000300*  JOB-STREAM RUN-LOG RECORD (RUNLOG). EVERY BATCH STEP      *
000400*  FILLS ONE OF THESE IN WORKING-STORAGE - THE PROGRAM NAME  *
000500*  AND START DATE AND TIME AS IT BEGINS, THE INPUT AND       *
000600*  OUTPUT RECORD COUNTS AS IT ENDS - AND CALLS THE RUNLOGW   *
000700*  SUBPROGRAM, WHICH STAMPS THE END DATE AND TIME AND THE    *
000800*  NIGHT THE STEP BELONGS TO AND APPENDS IT TO THE SHARED    *
000900*  RUN LOG THE RUNRPT MORNING REPORT READS. A STEP STARTED   *
001000*  BEFORE NOON BELONGS TO THE PREVIOUS DAY'S NIGHT.          *
001100*  RLG-RETURN-CODE IS THE STEP'S RETURN-CODE AT THE CALL;    *
001200*  RLG-RESTARTED MARKS A CALC RUN RESUMED FROM ITS RESTARTCK *
001300*  CHECKPOINT. REPLACE THE 01-LEVEL NAME VIA COPY REPLACING  *
001400*  WHEN MORE THAN ONE COPY IS NEEDED IN THE SAME PROGRAM.    *
001500*-----------------------------------------------------------*
001600*  MODIFICATION HISTORY
001700*  2026-10-15 MWF  INITIAL VERSION.
001720*  2026-10-15 MWF  WIDENED RLG-PROGRAM TO 10 SO FIRSTCOBOL FITS;
001740*                  THE FILLER GIVES UP THE TWO BYTES AND THE
001760*                  RECORD LENGTH IS UNCHANGED.
001800*-----------------------------------------------------------*
001900 01  RUN-LOG-RECORD.
002000     05  RLG-PROGRAM                  PIC X(10).
002100     05  RLG-NIGHT-DATE               PIC 9(08).
002200     05  RLG-START-DATE               PIC 9(08).
002300     05  RLG-START-TIME               PIC 9(08).
002400     05  RLG-END-DATE                 PIC 9(08).
002500     05  RLG-END-TIME                 PIC 9(08).
002600     05  RLG-IN-COUNT                 PIC 9(09).
002700     05  RLG-OUT-COUNT                PIC 9(09).
002800     05  RLG-RETURN-CODE              PIC 9(04).
002900     05  RLG-RESTART-FLAG             PIC X(01).
003000         88  RLG-RESTARTED                  VALUE "Y".
003100     05  FILLER                       PIC X(07).

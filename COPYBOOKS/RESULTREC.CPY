001450*                  PROFILE MAY SEE. AN EXISTING MASTER MUST
001460*                  BE UNLOADED AND RELOADED TO PICK UP THE
001470*                  NEW LENGTH.
001480*  2026-10-15 MWF  ADDED THE REVERSAL FIELDS. A REVERSED
001481*                  ENTRY IS LEFT ON FILE WITH STATUS "V" AND
001482*                  THE DATE IT WAS REVERSED; A CORRECTED
001483*                  ENTRY IS REPLACED BY THE CORRECTION BUT
001484*                  KEEPS THE REVERSAL DATE PLUS THE DATE AND
001485*                  RESULT OF THE POSTING IT REPLACED. ALL
001486*                  ZERO ON AN ENTRY NEVER REVERSED. AN
001487*                  EXISTING MASTER MUST BE UNLOADED AND
001488*                  RELOADED TO PICK UP THE NEW LENGTH.
001489*  2026-10-15 MWF  ADDED THE RATE CODE THE SECOND VALUE WAS
001490*                  RESOLVED FROM, SPACES WHEN IT WAS KEYED,
001491*                  SO A RATE CHANGE CAN BE SIMULATED AGAINST
001492*                  THE RETAINED RESULTS. AN EXISTING MASTER
001493*                  AND ARCHIVE MUST BE UNLOADED AND RELOADED
001494*                  TO PICK UP THE NEW LENGTH.
001500*-----------------------------------------------------------*
001600 01  RESULT-RECORD.
001700     05  RES-ID                       PIC X(10).
002150     05  RES-RMDR                     PIC S9(7)V99.
002200     05  RES-STATUS                   PIC X(01).
002300     05  RES-PROC-DATE                PIC 9(08).
002400     05  RES-REV-DATE                 PIC 9(08).
002500     05  RES-ORIG-DATE                PIC 9(08).
002600     05  RES-ORIG-RE                  PIC S9(7)V99.
002700     05  RES-RATE-CODE                PIC X(04).

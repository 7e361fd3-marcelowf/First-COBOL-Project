001300*-----------------------------------------------------------*
001400*  MODIFICATION HISTORY
001500*  2026-09-01 MWF  INITIAL VERSION.
001510*  2026-10-15 MWF  ADDED THE HIGH-VALUE HOLD LIMITS: THE LARGEST
001520*                  SINGLE RESULT AND THE TOTAL VALUE OF RESULTS
001530*                  THE CALC RUN WILL POST FOR THE DEPARTMENT IN
001540*                  A DAY BEFORE IT DIVERTS THE WORK TO THE
001550*                  HELD-ITEMS FILE (HOLDMF, SEE HOLDREC.CPY).
001560*                  ZERO MEANS NO LIMIT. THE RECORD GREW -
001570*                  UNLOAD AND RELOAD DEPTMF WITH ZERO LIMITS.
001600*-----------------------------------------------------------*
001700 01  DEPARTMENT-RECORD.
001800     05  DEPT-CODE                    PIC X(04).
002100         88  DEPT-ACTIVE                    VALUE "A".
002200         88  DEPT-INACTIVE                  VALUE "I".
002300     05  DEPT-CONTACT                 PIC X(20).
002400     05  DEPT-MAX-RESULT              PIC 9(07)V99.
002500     05  DEPT-DAY-CAP                 PIC 9(09)V99.

000100*-----------------------------------------------------------*
000200*  GLMAPREC.CPY                                              *
000300*  DEPARTMENT-TO-GENERAL-LEDGER ACCOUNT MAPPING RECORD       *
000400*  (GLMAPMF). TELLS THE GLJRNL JOURNAL EXTRACT WHICH LEDGER  *
000500*  ACCOUNTS TO DEBIT AND CREDIT FOR A DEPARTMENT'S RESULTS   *
000600*  IN ONE OPERATION CATEGORY (THE CALC OPERATOR). MAINTAINED *
000700*  FROM THE DESK THROUGH MENUDRV'S DEPARTMENT MAINTENANCE.   *
000800*  KEYED ON GLM-KEY - DEPARTMENT PLUS CATEGORY. A BLANK      *
000900*  CATEGORY IS THE DEPARTMENT'S DEFAULT FOR EVERY CATEGORY   *
001000*  WITHOUT ITS OWN ENTRY; DEPARTMENT "*ALL" HOLDS THE        *
001100*  INSTALLATION DEFAULTS FOR DEPARTMENTS WITH NO ENTRY AT    *
001200*  ALL. REPLACE THE 01-LEVEL NAME VIA COPY REPLACING WHEN    *
001300*  MORE THAN ONE COPY IS NEEDED IN THE SAME PROGRAM.         *
001400*-----------------------------------------------------------*
001500*  MODIFICATION HISTORY
001600*  2026-10-15 MWF  INITIAL VERSION.
001700*-----------------------------------------------------------*
001800 01  GL-MAP-RECORD.
001900     05  GLM-KEY.
002000         10  GLM-DEPT                 PIC X(04).
002100         10  GLM-CATEGORY             PIC X(01).
002200     05  GLM-DR-ACCT                  PIC X(12).
002300     05  GLM-CR-ACCT                  PIC X(12).
002400     05  GLM-DESC                     PIC X(30).

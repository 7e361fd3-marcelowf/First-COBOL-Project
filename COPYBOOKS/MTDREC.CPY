001600*-----------------------------------------------------------*
001700*  MODIFICATION HISTORY
001800*  2026-09-01 MWF  INITIAL VERSION.
001810*  2026-10-15 MWF  ADDED THE REVERSAL COUNT. THE OFFSET OF A
001820*                  REVERSED ADDITION IS NETTED INTO
001830*                  MTD-TOTAL-ADD. AN EXISTING FILE MUST BE
001840*                  UNLOADED AND RELOADED TO PICK UP THE NEW
001850*                  LENGTH.
001900*-----------------------------------------------------------*
002000 01  MTD-RECORD.
002100     05  MTD-KEY.
003100     05  MTD-CNT-REJECT               PIC 9(09) COMP.
003200     05  MTD-CNT-CHAIN                PIC 9(09) COMP.
003300     05  MTD-TOTAL-ADD                PIC S9(9)V99.
003400     05  MTD-CNT-REVERSE              PIC 9(09) COMP.

001511*  2026-09-01 MWF  WIDENED THE RECORD IMAGE FOR THE
001512*                  RATE-LOOKUP FIELDS ADDED TO CALCTXN.CPY
001513*                  AND ADDED THE RATE-UNKNOWN REJECT REASON.
001514*  2026-10-15 MWF  ADDED THE REVERSAL-REFUSED REJECT REASON.
001515*  2026-10-15 MWF  ADDED THE HOLD-REJECTED REJECT REASON FOR A
001516*                  HELD HIGH-VALUE ITEM A SUPERVISOR REJECTED.
001517*-----------------------------------------------------------*
001600 01  REJECT-RECORD.
001700     05  REJ-TXN-IMAGE                PIC X(50).
001800     05  REJ-REC-NO                   PIC 9(09).
002300         88  REJ-CHAIN-SKIP                 VALUE "C".
002400         88  REJ-DUP-ID                     VALUE "D".
002500         88  REJ-RATE-UNKNOWN               VALUE "R".
002600         88  REJ-REV-REFUSED                VALUE "N".
002700         88  REJ-HOLD-REJECTED              VALUE "J".

001300*        NUMBER AND AMOUNT IS MARKED CLEARED WITH THE BANK'S
001400*        CLEARED DATE.
001500*      - A CLEARED ITEM WITH NO MATCHING CHECK, AN AMOUNT
001600*        MISMATCH, OR A CHECK ALREADY CLEARED, VOIDED, OR
001700*        STOPPED GOES TO THE EXCEPTION SECTION OF THE REPORT.
001800*    AFTER THE MATCH PASS THE WHOLE OUTSTANDING FILE IS
001900*    BROWSED AND EVERY CHECK STILL OUTSTANDING IS LISTED,
002000*    FLAGGED STALE WHEN ITS CHECK DATE IS MORE THAN THREE
003000*    DATE       INIT  DESCRIPTION
003100*    ---------  ----  ---------------------------------------
003200*    09/02/26   DM    ORIGINAL VERSION.
003220*    10/15/26   DM    CALL OUT A STOPPED CHECK THE BANK PAID
003240*                     ANYWAY INSTEAD OF LISTING IT AS A
003260*                     DUPLICATE CLEAR.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
026500         MOVE SPACES TO REC-DETAIL-LINE
026600         MOVE 'EXCEPTION' TO RD-TAG
026700         PERFORM 5100-FORMAT-CHECK THRU 5100-EXIT
026800         IF OC-STOPPED
026810             MOVE 'STOPPED CHECK PAID BY BANK'
026820                 TO RD-MESSAGE
026830         ELSE
026840             MOVE 'CHECK NOT OPEN - DUP CLEAR?'
026850                 TO RD-MESSAGE
026860         END-IF
026900         PERFORM 5300-WRITE-REC-LINE THRU 5300-EXIT
027000         ADD 1 TO WS-EXCEPT-COUNT
027100         GO TO 2000-NEXT

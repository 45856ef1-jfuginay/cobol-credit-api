      * without putting anything through TRANRAW.DAT and posting it.  *
      * Reads PREAUTH.DAT - inquiries in the same TRANREC layout the  *
      * posting feed uses - and for each one checks the account       *
      * status (closed, or blocked as lost or stolen), available      *
      * credit against CR-CREDIT-LIMIT, and the fraud score from the  *
      * same FRAUDSCOR call CARDPOST's SCORE-TRANSACTION makes (in    *
      * inquiry mode, so the velocity history is read but never       *
      * written). Writes one APPROVE or DECLINE record per inquiry    *
      * to PREAUTHR.DAT with the reason and fraud score. Nothing      *
      * here touches CR-BALANCE, TRANHIST.DAT or the posting          *
      * checkpoint - posting the real transaction later behaves       *
      * exactly as if this inquiry never happened. A CHALLENGE        *
      * decision is answered APPROVE, because posting applies         *
      * challenged transactions (they only also go to fraud review);  *
      * the reason field says so. A charged-off card takes no         *
      * charges; a payment on one is approved with a note that it     *
      * will post as a recovery against the charged-off balance.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-FI-TRANS-DATE     PIC X(08).
           05  WS-FI-TRANS-TIME     PIC X(08).
           05  WS-FI-INQUIRY-MODE   PIC X(01).
           05  WS-FI-ACCOUNT-STATUS PIC X(01).
           05  WS-FI-TRANS-TYPE     PIC X(01).
           05  WS-FI-PATTERN-FILE   PIC X(20).

       01  WS-FRAUD-OUTPUT.
           05  WS-FO-SCORE          PIC 999.
           05  WS-FO-DECISION       PIC X(10).
           05  WS-FO-REASON-COUNT   PIC 9.
           05  WS-FO-REASONS        OCCURS 5 TIMES PIC X(50).
           05  WS-FO-PATTERN-HITS   PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE TR-TRANS-DATE TO WS-FI-TRANS-DATE
           MOVE TR-TRANS-TIME TO WS-FI-TRANS-TIME
           MOVE 'Y' TO WS-FI-INQUIRY-MODE
           MOVE CR-ACCOUNT-STATUS TO WS-FI-ACCOUNT-STATUS
           MOVE TR-TRANS-TYPE TO WS-FI-TRANS-TYPE
           MOVE SPACES TO WS-FI-PATTERN-FILE
           CALL "FRAUDSCOR" USING WS-FRAUD-INPUT WS-FRAUD-OUTPUT.

       CHECK-INQUIRY.
               MOVE "INVALID TRANSACTION TYPE" TO WS-DECLINE-REASON
           END-IF

      *    A card reported lost or stolen is declined for a charge
      *    before the fraud score is consulted, so the partner sees
      *    the real reason rather than the forced DENY FRAUDSCOR
      *    gives a blocked card. Its payments still go through.
           IF WS-DECLINE-REASON = SPACES
               IF CR-CARD-BLOCKED AND TR-TRANS-TYPE = 'D'
                   MOVE "CARD BLOCKED - LOST OR STOLEN"
                       TO WS-DECLINE-REASON
               END-IF
           END-IF

      *    Likewise a charged-off account - CARDPOST would skip the
      *    charge whatever the score said.
           IF WS-DECLINE-REASON = SPACES
               IF CR-CARD-CHARGED-OFF AND TR-TRANS-TYPE = 'D'
                   MOVE "ACCOUNT CHARGED OFF" TO WS-DECLINE-REASON
               END-IF
           END-IF

           IF WS-DECLINE-REASON = SPACES
               IF WS-FO-DECISION = "DENY"
                   MOVE "FRAUD SCORE DENY" TO WS-DECLINE-REASON
                   MOVE "WOULD POST WITH FRAUD REVIEW"
                       TO WS-APPROVE-NOTE
               END-IF
               IF CR-CARD-CHARGED-OFF
                   MOVE "POSTS AS CHARGE-OFF RECOVERY"
                       TO WS-APPROVE-NOTE
               END-IF
           END-IF.

       WRITE-RESPONSE-RECORD.

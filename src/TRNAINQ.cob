      *                ON INQRPT INSTEAD OF SILENTLY REPORTING NO     *
      *                ACTIVITY FOR HISTORY THAT PREDATES THE         *
      *                FIXED-COLUMN AUDIT LAYOUT.                     *
      *    2026-10-15  A KEY INQUIRY ALSO MATCHES THE TYPE-P LINE     *
      *                TRNACUM WRITES WHEN A DETAIL'S DATE FELL IN A  *
      *                CLOSED PERIOD AND WAS ROLLED FORWARD, SO THE   *
      *                ORIGINAL AND APPLIED DATES SHOW BESIDE THE     *
      *                DETAIL.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNAINQ.
      *    RESTRUCTURE CARRY THE KEY IN FREE TEXT, SO THEY ARE        *
      *    COUNTED AND REPORTED AS NOT KEY-SEARCHABLE INSTEAD OF      *
      *    SILENTLY RETURNING "NO ACTIVITY".  SUMMARY LINES HAVE NO   *
      *    KEY AND ARE SIMPLY EXCLUDED FROM A KEY MATCH.  A ROLLED-   *
      *    DATE LINE MATCHES ON ITS OWN KEY COLUMN.                   *
      ******************************************************************
       3000-TEST-CRITERIA.
           SET WS-LINE-MATCHES TO TRUE
                       IF AUD-KEY NOT = WS-SEL-KEY
                           MOVE 'N' TO WS-MATCH-FLAG
                       END-IF
                   WHEN AUD-TYPE-ROLL
                       IF AUD-ROLL-KEY NOT = WS-SEL-KEY
                           MOVE 'N' TO WS-MATCH-FLAG
                       END-IF
                   WHEN AUD-TYPE-SUMMARY
                       MOVE 'N' TO WS-MATCH-FLAG
                   WHEN OTHER

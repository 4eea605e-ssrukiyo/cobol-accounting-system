                               "totals not numeric"
                       MOVE 'NO' TO WS-FILE-GOOD-FLAG
                   END-IF
      *        A return of one of the bank's own outbound payments
      *        counts toward the trailer like any other item.
               WHEN CLR-DETAIL OR CLR-RETURN
                   IF CLR-AMOUNT IS NUMERIC
                       ADD 1 TO WS-COUNTED-ITEMS
                       ADD CLR-AMOUNT TO WS-SUMMED-AMOUNT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLR-DETAIL OR CLR-RETURN
                           PERFORM TRANSLATE-ONE-ITEM
                       END-IF
               END-READ
      * An unknown transaction type translates to an opcode the
      * pre-edit will reject (reason 01), so the item goes back to
      * the sender on the return file instead of being dropped
      * here. A cheque's serial rides in the to-account positions
      * on both records, so it carries across unchanged. A returned
      * outbound payment is credited back to the originating
      * account the network echoes, matched on its reference.
       TRANSLATE-ONE-ITEM.
           MOVE WS-NEXT-SEQUENCE  TO CLQ-SEQUENCE-NO
           ADD 1 TO WS-NEXT-SEQUENCE
           IF CLR-RETURN
               PERFORM TRANSLATE-ONE-RETURN
           ELSE
               PERFORM TRANSLATE-ONE-DETAIL
           END-IF
           MOVE CLR-AMOUNT        TO CLQ-AMOUNT
           MOVE CLR-EXTERNAL-REF  TO CLQ-EXTERNAL-REF
           WRITE CLEARING-QUEUE-RECORD
           ADD 1 TO WS-INGESTED-COUNT.

       TRANSLATE-ONE-DETAIL.
           MOVE CLR-ACCT-NUMBER   TO CLQ-ACCT-NUMBER
           EVALUATE CLR-TXN-TYPE
               WHEN 'C'
                   MOVE 'DEBIT ' TO CLQ-OPCODE
               WHEN 'T'
                   MOVE 'TRNSFR' TO CLQ-OPCODE
               WHEN 'Q'
                   MOVE 'CHEQUE' TO CLQ-OPCODE
               WHEN OTHER
                   MOVE '??????' TO CLQ-OPCODE
           END-EVALUATE
           MOVE CLR-TO-ACCT-NUMBER TO CLQ-TO-ACCT-NUMBER.

       TRANSLATE-ONE-RETURN.
           MOVE CLR-ORIGIN-ACCT-NUMBER TO CLQ-ACCT-NUMBER
           IF CLR-TXN-TYPE = 'P'
               MOVE 'PAYRTN' TO CLQ-OPCODE
           ELSE
               MOVE '??????' TO CLQ-OPCODE
           END-IF
           MOVE SPACES            TO CLQ-TO-ACCT-NUMBER.

      * The delivered file has been folded into the clearing
      * queue; consuming it keeps a rerun of this step from

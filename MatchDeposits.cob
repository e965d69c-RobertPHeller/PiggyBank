*>  match as its own deposit flagged with the PARENT MATCH memo.
*>  Rerunning never double-matches: the high-water mark only moves
*>  forward, the match entries themselves are skipped by their memo,
*>  and a deposit that was voided earns nothing.  The bank's own
*>  birthday gifts (memo BIRTHDAY GIFT) are not the child's saving
*>  and are not matched either.  The one-page list
*>  of what was matched lands in matchrun.pdf for the parents to
*>  initial.
*>
        EXIT PARAGRAPH
      END-IF
      IF WT-TransactionMemo = "PARENT MATCH"
         OR WT-TransactionMemo = "BIRTHDAY GIFT"
        EXIT PARAGRAPH
      END-IF
      IF NOT MR-Rule-Present(1 + WT-AccountNumber)

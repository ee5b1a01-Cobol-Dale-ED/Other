      *-----------------------------------------------------------------
      * Communication area for APPRQUE.cbl, the shared entry point to
      * the dual-control approval queue (approval-record.cpy):
      *   - AA-FUNC-QUEUE: AA-ITEM holds an APPROVAL-RECORD built by
      *     the maker's program (function, maker, key, amount,
      *     summary, detail); the item is numbered, written pending
      *     and audited, and AA-ITEM-NUMBER comes back with its
      *     number
      *   - AA-FUNC-FETCH: set AA-ITEM-NUMBER; AA-ITEM comes back
      *     with the item
      *   - AA-FUNC-APPLY: set AA-ITEM-NUMBER and AA-OPERATOR-ID (the
      *     signed-on operator); AA-ITEM comes back only for an item
      *     APPROVE.cbl has released for applying to that operator
      *     as checker - status "94" when it is not being applied,
      *     "95" when the operator is not its checker or the checker
      *     is the maker or not above the maker's level
      * AA-STATUS "00" is success, "23" no such item. APPROVE.cbl
      * publishes the item being applied in the APPROVAL_ITEM
      * environment variable before it runs the originating program,
      * which fetches the item with AA-FUNC-APPLY and applies it
      * instead of asking at the keyboard.
      *-----------------------------------------------------------------
       01 APPROVAL-AREA.
           05 AA-FUNCTION             pic x(1).
               88 AA-FUNC-QUEUE       value "Q".
               88 AA-FUNC-FETCH       value "F".
               88 AA-FUNC-APPLY       value "A".
           05 AA-STATUS               pic x(2).
               88 AA-OK               value "00".
           05 AA-ITEM-NUMBER          pic 9(8).
           05 AA-ITEM                 pic x(200).
           05 AA-OPERATOR-ID          pic 9(6).

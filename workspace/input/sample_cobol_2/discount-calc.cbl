      *             rate so the caller can reject the order. A
      *             missing SUPVAUTH file fails closed - any six
      *             characters used to buy up to 99% off.
      * 2026-10-15  The tier-table rate is always worked out and
      *             returned in CUSTOMER-TIER-RATE, override or
      *             not, so the commission run can tell a sale a
      *             supervisor priced below the tier rate from one
      *             priced by the table.
      * 2026-10-15  Customer contract pricing from the CUSTCNTR file,
      *             loaded on the first call. A customer with a
      *             contract in force on the transaction date, on a
      *             ticket that reaches the contract's minimum order,
      *             is priced at the contracted rate in place of the
      *             tier rate, and no promotion applies on top of it.
      *             The order of precedence is now: authorized
      *             supervisor override, then contract, then tier
      *             rate with any promotion. The contract id comes
      *             back in CUSTOMER-CONTRACT-ID for the audit line
      *             and invoice.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO "CUSTCNTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCOUNT-TIER-FILE.
       FD  SUPERVISOR-AUTH-FILE.
       COPY 'supv-auth.cpy'.

       FD  CONTRACT-FILE.
       COPY 'contract-record.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-TEMP-DISCOUNT      PIC 9(7)V99.
       01 WS-TIER-LOOKUP-AMOUNT PIC 9(8)V99.
               10 WS-AUTH-START        PIC 9(8).
               10 WS-AUTH-END          PIC 9(8).

       01 WS-CONTRACT-STATUS    PIC XX VALUE '00'.
       01 WS-CONTRACT-EOF       PIC X VALUE 'N'.
           88 CONTRACT-EOF             VALUE 'Y'.
       01 WS-CONTRACT-FOUND     PIC X VALUE 'N'.
       01 WS-CONTRACT-SUB       PIC 9(3) VALUE 0.

       01 WS-CONTRACT-COUNT     PIC 9(3) VALUE 0.
       01 WS-CONTRACT-TABLE.
           05 WS-CONTRACT-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-CONTRACT-IDX.
               10 WS-CT-CUSTOMER-ID    PIC 9(5).
               10 WS-CT-CONTRACT-ID    PIC X(6).
               10 WS-CT-RATE           PIC 9V99.
               10 WS-CT-START          PIC 9(8).
               10 WS-CT-END            PIC 9(8).
               10 WS-CT-MIN-ORDER      PIC 9(7)V99.

       01 WS-RATE-COUNT         PIC 9(2) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES
               PERFORM LOAD-RATE-TABLE
               PERFORM LOAD-PROMO-TABLE
               PERFORM LOAD-AUTH-TABLE
               PERFORM LOAD-CONTRACT-TABLE
               MOVE 'N' TO WS-FIRST-CALL
           END-IF.

           PERFORM DETERMINE-BASE-AMOUNT.

      *    Note the rate the tier table alone earns before any
      *    override or promotion moves it.
           PERFORM DETERMINE-DISCOUNT-RATE.
           MOVE DISCOUNT-RATE TO CUSTOMER-TIER-RATE.

      *    A manager-approved override rate replaces the tier rate
      *    and outranks any contract or promotion - but only when
      *    SUPVAUTH vouches for the code, the date and the rate. A
      *    failed check prices at the ordinary rate and flags the
      *    order for the caller to reject.
           MOVE SPACES TO CUSTOMER-PROMO-ID.
           MOVE SPACES TO CUSTOMER-CONTRACT-ID.
           MOVE SPACE TO CUSTOMER-OVERRIDE-VALID-FLAG.
           IF CUSTOMER-OVERRIDE-CODE NOT = SPACES
                   AND CUSTOMER-OVERRIDE-RATE > ZERO
               ELSE
                   MOVE 'N' TO CUSTOMER-OVERRIDE-VALID-FLAG
                   PERFORM DETERMINE-DISCOUNT-RATE
                   PERFORM APPLY-CONTRACT-OR-PROMOTION
               END-IF
           ELSE
               PERFORM DETERMINE-DISCOUNT-RATE
               PERFORM APPLY-CONTRACT-OR-PROMOTION
           END-IF.

      *    Calculate actual discount amount
               END-IF
           END-PERFORM.

       APPLY-CONTRACT-OR-PROMOTION.
      *    A contract in force prices the ticket at the negotiated
      *    rate whether the tier table would give more or less -
      *    the customer bargained for that rate, and the contract
      *    supersedes the tiers. Promotions are for customers on
      *    standard pricing and do not stack on a contract.
           PERFORM FIND-ACTIVE-CONTRACT.
           IF WS-CONTRACT-FOUND = 'Y'
               MOVE WS-CT-RATE(WS-CONTRACT-SUB) TO DISCOUNT-RATE
               MOVE WS-CT-CONTRACT-ID(WS-CONTRACT-SUB)
                   TO CUSTOMER-CONTRACT-ID
           ELSE
               PERFORM APPLY-PROMOTION
           END-IF.

       FIND-ACTIVE-CONTRACT.
      *    The customer's contract whose dates take in the
      *    transaction's own date (the date the exchange rate
      *    was keyed to) and whose minimum order the base-
      *    currency ticket reaches. A ticket under the minimum
      *    prices as if there were no contract.
           MOVE 'N' TO WS-CONTRACT-FOUND.
           MOVE 0 TO WS-CONTRACT-SUB.
           PERFORM VARYING WS-CONTRACT-IDX FROM 1 BY 1
                   UNTIL WS-CONTRACT-IDX > WS-CONTRACT-COUNT
               IF WS-CT-CUSTOMER-ID(WS-CONTRACT-IDX) = CUSTOMER-ID
                       AND WS-CONVERT-DATE
                           >= WS-CT-START(WS-CONTRACT-IDX)
                       AND WS-CONVERT-DATE
                           <= WS-CT-END(WS-CONTRACT-IDX)
                       AND WS-BASE-AMOUNT
                           >= WS-CT-MIN-ORDER(WS-CONTRACT-IDX)
                   MOVE 'Y' TO WS-CONTRACT-FOUND
                   SET WS-CONTRACT-SUB TO WS-CONTRACT-IDX
                   SET WS-CONTRACT-IDX TO WS-CONTRACT-COUNT
               END-IF
           END-PERFORM.

       APPLY-PROMO-RATE.
           IF WS-PROMO-TYPE(WS-PROMO-IDX) = 'R'
               MOVE WS-PROMO-RATE(WS-PROMO-IDX)
                   SET WS-AUTH-IDX TO WS-AUTH-COUNT
               END-IF
           END-PERFORM.

       LOAD-CONTRACT-TABLE.
      *    Read the customer contracts once per run. No contract
      *    file simply means every customer prices at the
      *    standard tiers - there is nothing to fall back to.
           OPEN INPUT CONTRACT-FILE.

           IF WS-CONTRACT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL CONTRACT-EOF
                   READ CONTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-CONTRACT-EOF
                       NOT AT END
                           IF WS-CONTRACT-COUNT < 200
                               ADD 1 TO WS-CONTRACT-COUNT
                               MOVE CT-CUSTOMER-ID
                                   TO WS-CT-CUSTOMER-ID
                                       (WS-CONTRACT-COUNT)
                               MOVE CT-CONTRACT-ID
                                   TO WS-CT-CONTRACT-ID
                                       (WS-CONTRACT-COUNT)
                               MOVE CT-RATE
                                   TO WS-CT-RATE(WS-CONTRACT-COUNT)
                               MOVE CT-START-DATE
                                   TO WS-CT-START(WS-CONTRACT-COUNT)
                               MOVE CT-END-DATE
                                   TO WS-CT-END(WS-CONTRACT-COUNT)
                               MOVE CT-MIN-ORDER
                                   TO WS-CT-MIN-ORDER
                                       (WS-CONTRACT-COUNT)
                           ELSE
                               DISPLAY "*** CUSTCNTR has more than "
                                   "200 rows - extra rows ignored ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

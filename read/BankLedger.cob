      *>     <status-code> <flavor> <debit-gl> <credit-gl>
      *> keyed by the transaction type and its flavor: "-" for a
      *> deposit or withdrawal, OUT/IN for the two legs of a
      *> transfer, INTEREST/FEE/DEBITINT for an adjustment.  An
      *> adjustment's flavor is its TO-Subtype (the AdjType= it
      *> posted under); records written before the subtype existed
      *> fall back to which way the balance moved, when the FEE was
      *> the only balance-lowering adjustment.  Only a transfer's
      *> debit leg lowers its account.
      *>
      *> An external transfer (StatusCode 9) is keyed by its
      *> TO-Subtype: PAY debits the customer's deposit account and
      *> credits the outgoing-clearing suspense account, RETURN
      *> unwinds that when the other bank sends the money back, so
      *> GLMAP.DAT needs a line for each:
      *>     9 PAY    <deposits-gl> <clearing-gl>
      *>     9 RETURN <clearing-gl> <deposits-gl>
      *>
      *> A reversal (StatusCode 7) needs no lines of its own: it is
      *> journalled through the original's mapping - the original's
      *> type from TO-Link-Status-Code and the original's flavor from
      *> the opposite of the reversal's own balance direction - with
      *> the debit and credit GL accounts swapped, so it exactly
      *> unwinds the original's pair.
      *>
      *> Rejected records are excluded exactly as BankCalc's
      *> UPDATE-CONTROL-TOTALS excludes them from the dollar totals,
       01 WS-Map-Tok-4            PIC X(8).

       01 WS-Flavor               PIC X(8).
      *> the type looked up in the mapping: the record's own, or
      *> the original's for a reversal.
       01 WS-Map-Status-Code      PIC 9.
       01 WS-Swap-GL              PIC X(8).
       01 WS-Debit-GL             PIC X(8).
       01 WS-Credit-GL            PIC X(8).
       01 WS-Detail-Count         PIC 9(7) VALUE 0.
           *> totals make), and maintenance/standing-order records
           *> never move money even when they post.
           IF TO-Result NOT = "POSTED"
               OR ((TO-Status-Code < 1 OR TO-Status-Code > 4)
                   AND TO-Status-Code NOT = 7
                   AND TO-Status-Code NOT = 9)
               CONTINUE
           ELSE
               PERFORM DERIVE-FLAVOR
                       " 提取中止"
                   MOVE "Y" TO WS-Extract-Failed
               ELSE
                   IF TO-Status-Code = 7
                       MOVE WS-Debit-GL TO WS-Swap-GL
                       MOVE WS-Credit-GL TO WS-Debit-GL
                       MOVE WS-Swap-GL TO WS-Credit-GL
                   END-IF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
           END-IF.

       DERIVE-FLAVOR.
           *> an adjustment names its AdjType= in TO-Subtype; older
           *> records without one fall back to the direction the
           *> balance moved, from when the FEE was BankCalc's only
           *> balance-lowering adjustment.  Only a transfer's debit
           *> leg lowers its own account.
           MOVE TO-Status-Code TO WS-Map-Status-Code
           EVALUATE TO-Status-Code
               WHEN 3
                   IF TO-New-Balance < TO-Previous-Balance
                       MOVE "IN" TO WS-Flavor
                   END-IF
               WHEN 4
                   *> any other non-blank subtype was credited as
                   *> interest, whatever its AdjType= said.
                   EVALUATE TRUE
                       WHEN TO-Subtype = "FEE"
                           OR TO-Subtype = "DEBITINT"
                           MOVE TO-Subtype TO WS-Flavor
                       WHEN TO-Subtype NOT = SPACES
                           MOVE "INTEREST" TO WS-Flavor
                       WHEN TO-New-Balance < TO-Previous-Balance
                           MOVE "FEE" TO WS-Flavor
                       WHEN OTHER
                           MOVE "INTEREST" TO WS-Flavor
                   END-EVALUATE
               WHEN 7
                   *> the original moved the balance the other way.
                   MOVE TO-Link-Status-Code TO WS-Map-Status-Code
                   EVALUATE TO-Link-Status-Code
                       WHEN 3
                           IF TO-New-Balance > TO-Previous-Balance
                               MOVE "OUT" TO WS-Flavor
                           ELSE
                               MOVE "IN" TO WS-Flavor
                           END-IF
                       WHEN 4
                           *> a reversal carries the original's
                           *> subtype, read as the original is.
                           EVALUATE TRUE
                               WHEN TO-Subtype = "FEE"
                                   OR TO-Subtype = "DEBITINT"
                                   MOVE TO-Subtype TO WS-Flavor
                               WHEN TO-Subtype NOT = SPACES
                                   MOVE "INTEREST" TO WS-Flavor
                               WHEN TO-New-Balance >
                                   TO-Previous-Balance
                                   MOVE "FEE" TO WS-Flavor
                               WHEN OTHER
                                   MOVE "INTEREST" TO WS-Flavor
                           END-EVALUATE
                       WHEN OTHER
                           MOVE "-" TO WS-Flavor
                   END-EVALUATE
               WHEN 9
                   IF TO-Subtype NOT = SPACES
                       MOVE TO-Subtype TO WS-Flavor
                   ELSE
                       MOVE "PAY" TO WS-Flavor
                   END-IF
               WHEN OTHER
                   MOVE "-" TO WS-Flavor
           PERFORM VARYING MAP-Idx FROM 1 BY 1
                   UNTIL MAP-Idx > WS-Map-Count
                   OR WS-Map-Found = "Y"
               IF WS-ME-Status-Code(MAP-Idx) = WS-Map-Status-Code
                   AND WS-ME-Flavor(MAP-Idx) = WS-Flavor
                   MOVE "Y" TO WS-Map-Found
                   MOVE WS-ME-Debit-GL(MAP-Idx) TO WS-Debit-GL

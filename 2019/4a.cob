           MOVE C TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RangeCount TO AcctReads.
      * The candidates the ranges hold bound any count of them, for
      * the reasonability edit's SPAN rule.
           MOVE 0 TO LedgerSpan.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN
                   RangeCount
            COMPUTE LedgerSpan = LedgerSpan + RangeHigh(Rx)
                  - RangeLow(Rx) + 1
           END-PERFORM.
           MOVE "4" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE C TO LedgerAnswer.

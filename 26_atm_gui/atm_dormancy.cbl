              END-UNSTRING
              EVALUATE FUNCTION TRIM(L-OP)
                 WHEN "deposit" WHEN "withdraw" WHEN "withdraw_od"
                 WHEN "transfer_out" WHEN "bill_pay"
                    PERFORM NOTER-ACTIVITE
                 WHEN OTHER
                    CONTINUE

               display "  PAID BY CHECK : " ph-check-number
             when ph-by-deposit
               display "  NACHA TRACE   : " ph-nacha-trace
             when ph-by-pay-card
               display "  PAY CARD TRACE: " ph-nacha-trace
             when ph-held
               display "  HELD FOR MANUAL REVIEW"
           end-evaluate

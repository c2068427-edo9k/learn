               "  FICA " yt-ytd-fica-tax
             display "  YTD 401K " yt-ytd-401k "  MATCH "
               yt-ytd-401k-match "  LOCAL " yt-ytd-local-tax
             if yt-ytd-imputed-gtl is numeric
                 and yt-ytd-imputed-other is numeric then
               display "  YTD IMPUTED GTL " yt-ytd-imputed-gtl
                 "  OTHER " yt-ytd-imputed-other
             end-if
             display "  QTR " yt-quarter-key "  QTD GROSS "
               yt-qtd-gross "  QTD FED " yt-qtd-fed-tax
           else
               display "  PAID BY CHECK : " ph-check-number
             when ph-by-deposit
               display "  NACHA TRACE   : " ph-nacha-trace
             when ph-by-pay-card
               display "  PAY CARD TRACE: " ph-nacha-trace
             when ph-held
               display "  HELD FOR MANUAL REVIEW"
           end-evaluate

807147             WHEN WS-DAYS-PAST >= 90
807148                 ADD LN-PRINCIPAL TO WS-BUCKET-90
807148                 ADD LN-INTEREST TO WS-BUCKET-90
962601                 ADD LN-LATE-FEE TO WS-BUCKET-90
807149             WHEN WS-DAYS-PAST >= 60
807149                 ADD LN-PRINCIPAL TO WS-BUCKET-60
807150                 ADD LN-INTEREST TO WS-BUCKET-60
962601                 ADD LN-LATE-FEE TO WS-BUCKET-60
807150             WHEN WS-DAYS-PAST >= 30
807151                 ADD LN-PRINCIPAL TO WS-BUCKET-30
807151                 ADD LN-INTEREST TO WS-BUCKET-30
962602                 ADD LN-LATE-FEE TO WS-BUCKET-30
807152             WHEN OTHER
807152                 CONTINUE
807153         END-EVALUATE

                       SE-REVERSED-BY (WS-ENTRY-INDEX)
                       DELIMITED BY SIZE
                       INTO DL-REVERSAL-NOTE
               ELSE
                   IF SE-CHANNEL (WS-ENTRY-INDEX) = "CHQ"
                       STRING "CHEQUE " DELIMITED BY SIZE
                           SE-ORIG-SEQUENCE (WS-ENTRY-INDEX)
                           DELIMITED BY SIZE
                           INTO DL-REVERSAL-NOTE
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

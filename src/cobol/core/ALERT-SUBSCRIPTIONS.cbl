                   WHEN "DEP"
                       IF WLP-TYPE = "DEP" OR WLP-TYPE = "XFC"
                       OR WLP-TYPE = "ATD" OR WLP-TYPE = "LND"
                       OR WLP-TYPE = "RTI"
                           PERFORM WRITE-DEP-ALERT
                       END-IF
               END-EVALUATE.

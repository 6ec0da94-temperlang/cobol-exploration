               when 24
                   move "DBCS input not supported on this path"
                       to sm-text
               when 25
                   move "sensitive data in unclassified request"
                       to sm-text
               when 26
                   move "cost center unknown or inactive"
                       to sm-text
               when 27
                   move "held for supervisor approval" to sm-text
               when 28
                   move "declined by supervisor" to sm-text
               when 29
                   move "chained predecessor request failed"
                       to sm-text
               when 30
                   move "chained predecessor not in this run"
                       to sm-text
               when 31
                   move "chain circular or could not be ordered"
                       to sm-text
               when 32
                   move "predecessor output unusable as input"
                       to sm-text
               when 33
                   move "layout not on the layout master" to sm-text
               when 34
                   move "saved layout definition not valid"
                       to sm-text
               when other
                   evaluate sm-status
                       when 00

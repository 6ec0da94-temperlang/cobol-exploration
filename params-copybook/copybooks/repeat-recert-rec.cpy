      ******************************************************************
      *    REPEAT-RECERT-REC
      *    One entitlement row up for decision on the quarterly access
      *    recertification: written by REPEAT-RECERT (file RECERTOUT)
      *    for every row the review flagged, with the flags and the
      *    figures behind them, and the action the review proposes.
      *    The owning manager confirms or overrides RV-ACTION and
      *    signs RV-ATTESTED-BY; REPEAT-RECERT-APPLY then feeds the
      *    decided file back into the ENTITLEF master through the
      *    same MAINTLOG change history online maintenance uses.
      *    RV-ACTION: blank keep as is, "R" revoke the whole row,
      *    "U" remove the unmask right only, "L" lower the daily
      *    ceilings to the suggested figures.
      ******************************************************************
       01  repeat-recert-rec.
           05  rv-user-id         pic x(8).
           05  rv-rec-type        pic x(1).
           05  rv-flag-dormant    pic x(1).
               88  rv-dormant     value "Y".
           05  rv-flag-oversized  pic x(1).
               88  rv-oversized   value "Y".
           05  rv-flag-unmask     pic x(1).
               88  rv-unmask-held value "Y".
           05  rv-last-activity   pic x(26).
           05  rv-peak-requests   pic 9(8).
           05  rv-peak-bytes      pic 9(12).
           05  rv-day-req-limit   pic 9(8).
           05  rv-day-byte-limit  pic 9(12).
           05  rv-sugg-req-limit  pic 9(8).
           05  rv-sugg-byte-limit pic 9(12).
           05  rv-action          pic x(1).
               88  rv-keep        value space.
               88  rv-revoke      value "R".
               88  rv-drop-unmask value "U".
               88  rv-lower       value "L".
           05  rv-attested-by     pic x(8).
           05  rv-review-date     pic x(8).

      ******************************************************************
      *    REPEAT-SENS-POLICY-REC
      *    The sensitive-data policy every request entry point applies
      *    before an unclassified request string can reach the audit
      *    trail and extract in clear (see repeat-senscan.cbl): what
      *    to do on a detection, and the installation's keyword list.
      *    Batch entry points read it from the one-record SENSPOL
      *    file; the online region reads the same record from the
      *    SENSPOLF VSAM file under key SP-POLICY-ID "SENSPOL".
      *    SP-ACTION: "C" (or blank) force the request classified, so
      *    it is masked and vaulted like any flagged request; "R"
      *    reject it as status 12 reason 25. Keywords are matched
      *    anywhere in the string, ignoring case. No policy record
      *    at all means force-classified with no keywords -- the
      *    card-number and SSN checks always run.
      ******************************************************************
       01  repeat-sens-policy-rec.
           05  sp-policy-id       pic x(8).
           05  sp-action          pic x(1).
               88  sp-force-classified value space "C".
               88  sp-reject           value "R".
           05  sp-keyword-count   pic 9(2).
           05  sp-keyword         pic x(16) occurs 20 times.

                       ADD ws-envelope-op-digit
                           TO ws-aud-envelope-ops
                   END-IF
      *            A scan - and a lookup or version list chain, which
      *            follow the same convention - ends with one
      *            not-found response by design (see the scan, lookup
      *            and history notes in CMDHDR), so that terminator
      *            mustn't inflate the error count the way a failed
      *            GET or DELETE should.
               WHEN (aud-command (2:1) IS EQUAL TO 'S'
                   OR aud-command (2:1) IS EQUAL TO 'L'
                   OR aud-command (2:1) IS EQUAL TO 'V')
                   AND aud-status IS EQUAL TO '02'
                   CONTINUE
               WHEN aud-status IS NOT EQUAL TO '00'

      *> Run-control parameter entry, one record per named business
      *> tolerance, read by the batch programs at startup. Maintained
      *> only through parmmaint so every change is approved by a second
      *> operator and lands on the parameter change log. Known
      *> parameter names:
      *>   BALANCE-MIN / BALANCE-MAX    trebuchet balancing-check band
      *>   CHECKPOINT-INTERVAL          trebuchet checkpoint frequency
      *>   CONTROL-BREAK-SIZE           trebuchet control-break size
      *>   DUPLICATE-HANDLING           trebuchet repeated-line mode:
      *>                                FLAG (default) or SUPPRESS
      *>   BASIS-VARIANCE-TOLERANCE     basisvar divergence percent
      *>   SCREEN-MAX-OVERLENGTH        inscreen lines past column 100
      *>   SCREEN-MAX-BLANK             inscreen blank lines
      *>   SCREEN-MAX-TABS              inscreen lines holding tabs
      *>   SCREEN-MAX-NONPRINT          inscreen non-printable bytes
      *>   SCREEN-MAX-MIXEDCASE         inscreen mixed-case digit words
      *>   SCREEN-MAX-LINE-ENDING       inscreen CR/LF, stray CR and
      *>                                missing final newline count
      *>                                (each limit is the most a file
      *>                                may hold and still pass)
      *>   SLA-TREND-DAYS               slareport prior business days
      *>                                averaged for the trend check
      *>   SLA-TREND-PERCENT            slareport slowdown percent that
      *>                                flags a step trending slower
      *>   LEDGER-FISCAL-START-MONTH    ledgerpost first month (1-12) of
      *>                                the fiscal year, taken when the
      *>                                ledger is first created
      *>   APPROVAL-EXPIRY-DAYS         srcmaint/parmmaint days an
      *>                                item may await approval before
      *>                                it expires (default 5, 0 = never)
      *>   ARRIVAL-RELEASE-DATE         arrivchk batch date (YYYYMMDD)
      *>                                on which missing mandatory
      *>                                sources do not hold the cycle
      *> A value on this file wins over the legacy environment
      *> variables; a missing file leaves the compiled defaults and
      *> environment overrides in force, and each program reports the

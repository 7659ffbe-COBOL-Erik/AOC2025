          05 MST-STATUS         pic X.
             88 MST-CURRENT     value 'C'.
             88 MST-SUPERSEDED  value 'S'.
      *    The two fields below lengthened the record from 138 to
      *    172 bytes. An indexed master built on the shorter record
      *    will not open on this one and must be converted once by
      *    AOCMSTCV before any program using this layout runs
      *    against it.
      *    The answer at full width (see HR-WIDE-ANSWER); when it
      *    does not fit MST-FINAL-ANSWER that field holds zero.
      *    Records converted by AOCMSTCV carry a copy of
      *    MST-FINAL-ANSWER, which held every answer in full.
          05 MST-WIDE-ANSWER    pic S9(18).
      *    Run id (HR-RUN-ID) of the run that produced this version,
      *    so a restatement can name both the superseded run and
      *    the rerun that replaced it. Records converted by
      *    AOCMSTCV carry spaces.
          05 MST-RUN-ID         pic X(16).

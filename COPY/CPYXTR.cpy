      *    last so readers of the earlier columns keep working.
          05 FILLER          pic X value space.
          05 XT-RUN-ID       pic X(16).
      *    The line's value at full width: the pair value again
      *    for a two-digit pick, the whole picked number (up to
      *    twelve digits) otherwise, when XT-TOGETHER is left
      *    blank because the value no longer fits it. Appended
      *    last so readers of the earlier columns keep working;
      *    lines written before it existed read back as spaces
      *    and their XT-TOGETHER is the value.
          05 FILLER          pic X value space.
          05 XT-PICK-VALUE   pic Z(17)9.

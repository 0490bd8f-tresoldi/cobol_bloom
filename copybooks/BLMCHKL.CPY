      *>       filter before trusting any answer
      *> A blank filter name means the DEFAULT filter, matching how
      *> the nightly run treats a missing run parameter. The named
      *> filter is loaded on the first call and kept, along with the
      *> last few other filters that loaded cleanly; a call naming
      *> one of those switches to it without rereading, a call
      *> naming any other filter loads it. CANCEL "BlmCheck" to
      *> force a fresh load of everything.
       01  Blmchk-Parms.
           05  Blmchk-Filter-Name  PIC X(20).
           05  Blmchk-Key          PIC X(20).

      *> SCRNREQ - one screening request on SCRNREQ.DAT, written by
      *> the capture front end and answered by ScrnSrv. The front
      *> end only ever appends; ScrnSrv never changes the file and
      *> keeps its own place in it (SCRNPOS.DAT).
      *>   Scrq-Req-Id      - the front end's own id for the
      *>                      request, echoed on the response so it
      *>                      can match the answer up; *STOP* in
      *>                      this field (filter and key ignored)
      *>                      ends the server session
      *>   Scrq-Filter-Name - the filter to screen against; blank
      *>                      means DEFAULT, as in BlmCheck
      *>   Scrq-Key         - the key as captured at the counter
       01  Screen-Request.
           05  Scrq-Req-Id         PIC X(16).
           05  FILLER              PIC X(1).
           05  Scrq-Filter-Name    PIC X(20).
           05  FILLER              PIC X(1).
           05  Scrq-Key            PIC X(20).


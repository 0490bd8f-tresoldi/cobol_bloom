      *> SCRNRSP - one answer on SCRNRSP.DAT, appended by ScrnSrv
      *> for every request it answers and picked up by the capture
      *> front end. The request id, filter and key are echoed back
      *> as the request carried them; the status is BlmCheck's
      *> answer (N, P, D, X or E - see BLMCHKL) and the date and
      *> time are when it was given.
       01  Screen-Response.
           05  Scrs-Req-Id         PIC X(16).
           05  FILLER              PIC X(1).
           05  Scrs-Filter-Name    PIC X(20).
           05  FILLER              PIC X(1).
           05  Scrs-Key            PIC X(20).
           05  FILLER              PIC X(1).
           05  Scrs-Status         PIC X(1).
           05  FILLER              PIC X(1).
           05  Scrs-Answer-Date    PIC 9(8).
           05  FILLER              PIC X(1).
           05  Scrs-Answer-Time    PIC 9(8).

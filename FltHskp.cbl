      *> filter still inside retention is refused - that is the
      *> filter a check-only run still needs, the one an operator
      *> guessing from the directory used to delete by mistake.
      *> A retirement is dual-controlled: the first request is
      *> lodged with ApprGate and held, and the filter is only
      *> retired when the request is run again after a second
      *> operator has approved it through ApprMnt.
      *>
      *> Run as:  FLTHSKP [days]                - idle report
      *>          FLTHSKP [days] RETIRE <name>  - retire one filter
           05 FILLER               PIC X(10) VALUE "EXCPAGE-".
           05 FILLER               PIC X(10) VALUE "RESUB-".
           05 FILLER               PIC X(10) VALUE "ESCLRPT-".
           05 FILLER               PIC X(10) VALUE "BLMCOMB-".
           05 FILLER               PIC X(10) VALUE "COMBLOG-".
       01 WS-Family-Prefixes REDEFINES WS-Family-Prefix-List.
           05 Family-Prefix        PIC X(10) OCCURS 11 TIMES.
       01 WS-Family-Count          PIC 9(2) VALUE 11.

       01 WS-Family-Filename       PIC X(40) VALUE SPACES.
       01 WS-Archive-Filename      PIC X(46) VALUE SPACES.
       01 WS-Dens-Ed               PIC ZZ9.99.
       01 WS-Count-Ed              PIC Z9.

      *> Parameter area for the dual-control gate a retirement must
      *> clear.
           COPY APPRGTL.

      *> Loop counters: catalog entry, family member.
       01 J                        PIC 9(3).
       01 K                        PIC 9(2).
               STOP RUN
           END-IF

           PERFORM Gate-Retirement

           MOVE ZERO TO WS-Files-Retired
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-Family-Count
               WS-Files-Retired " files archived"
           .

      *> A filter that has passed every check above still needs a
      *> second operator's approval before anything is archived.
      *> Held (RC 4) until approved; refused, or asked for by an
      *> operator without the authority, is a failed request like
      *> any other (RC 12). Either way nothing is touched.
       Gate-Retirement.
           MOVE SPACES TO Apprgt-Parms
           MOVE "RETIRE" TO Apprgt-Action
           MOVE WS-Retire-Filter TO Apprgt-Subject
           MOVE ZERO TO Apprgt-Amount
           MOVE WS-Operator-Id TO Apprgt-Operator
           CALL "ApprGate" USING Apprgt-Parms

           EVALUATE Apprgt-Status
               WHEN "A"
                   MOVE SPACES TO Report-Record
                   STRING "Retirement of "
                       FUNCTION TRIM(WS-Retire-Filter)
                       " approved by " Apprgt-Approver
                       DELIMITED BY SIZE INTO Report-Record
                   WRITE Report-Record
               WHEN "W"
                   MOVE SPACES TO Report-Record
                   STRING "Retirement of "
                       FUNCTION TRIM(WS-Retire-Filter)
                       " held for approval, request " Apprgt-Pend-Id
                       DELIMITED BY SIZE INTO Report-Record
                   WRITE Report-Record
                   CLOSE Report-File
                   DISPLAY "FLTHSKP: retirement of "
                       FUNCTION TRIM(WS-Retire-Filter)
                       " held for approval, request " Apprgt-Pend-Id
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN "N"
                   CLOSE Report-File
                   DISPLAY "FLTHSKP: retirement of "
                       FUNCTION TRIM(WS-Retire-Filter)
                       " refused by approver - not retired"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN "E"
                   CLOSE Report-File
                   DISPLAY "FLTHSKP: retirement of "
                       FUNCTION TRIM(WS-Retire-Filter)
                       " not retired - authority or pending-approvals"
                       " file unavailable"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   CLOSE Report-File
                   DISPLAY "FLTHSKP: operator " WS-Operator-Id
                       " is not authorized to retire a filter"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      *> Archive one member of the family - prefix K plus the
      *> filter name - to its ARCH-* copy and remove the live file.
      *> A member that does not exist (a filter that never rejected

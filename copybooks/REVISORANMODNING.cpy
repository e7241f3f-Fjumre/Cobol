      *>----------------------------------------------------------------
      *>  REVISORANMODNING.cpy  -  record layout for
      *>  RevisorAnmodninger.txt, the auditors' requests for a balance
      *>  confirmation read by REVISOR-BEKRAEFTELSE.  One line per
      *>  request: the customer's KUNDEID and the cut-off date the
      *>  confirmation is to be made at (normally 31 December).  A
      *>  repeated request for the same customer and cut-off date gets
      *>  the confirmation already issued, unchanged and under the same
      *>  reference - unless RA-NY-UDGAVE is "J", which issues a new
      *>  one under a new reference (e.g. after a correction).  The
      *>  auditor's name is optional and printed as the addressee.
      *>----------------------------------------------------------------
      02 RA-KUNDE-ID     PIC X(10).
      02 RA-SKAEDATO     PIC X(8).
      02 RA-NY-UDGAVE    PIC X(1).
         88 RA-NY        VALUE "J".
      02 RA-REVISOR      PIC X(30).

      *>----------------------------------------------------------------
      *>  REVISORLOG.cpy  -  record layout for RevisorBekraeftelseLog.txt,
      *>  REVISOR-BEKRAEFTELSE's cumulative register of the auditor
      *>  confirmations it has handled.  One line per request: the
      *>  confirmation's reference ("RB" + issue date + six-digit
      *>  running number), the customer and cut-off date, the date of
      *>  the event, what was done - issued, re-issued from the archive
      *>  copy (same reference as the original) or rejected - the
      *>  auditor named on the request and a remark.  The issued
      *>  document itself is kept as Arkiv/Revisorbekraeftelse/
      *>  <reference>.txt; the register is never rewritten.
      *>----------------------------------------------------------------
      02 RB-REFERENCE    PIC X(16).
      02 FILLER          PIC X(1).
      02 RB-KUNDE-ID     PIC X(10).
      02 FILLER          PIC X(1).
      02 RB-SKAEDATO     PIC X(8).
      02 FILLER          PIC X(1).
      02 RB-DATO         PIC X(8).
      02 FILLER          PIC X(1).
      02 RB-STATUS       PIC X(1).
         88 RB-UDSTEDT   VALUE "U".
         88 RB-GENUDSTEDT VALUE "G".
         88 RB-AFVIST    VALUE "A".
      02 FILLER          PIC X(1).
      02 RB-REVISOR      PIC X(30).
      02 FILLER          PIC X(1).
      02 RB-BEMAERKNING  PIC X(40).

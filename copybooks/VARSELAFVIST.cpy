      *>----------------------------------------------------------------
      *>  VARSELAFVIST.cpy  -  record layout for VarselAfvist.txt, the
      *>  pending rate/fee changes VARSEL-BREVE has refused because
      *>  their effective date falls inside the legal notice period.
      *>  Rewritten on every VARSEL-BREVE run with that run's refusals
      *>  plus every earlier refusal whose change is still in
      *>  RenteSatser.txt or GebyrSatserNy.txt, also after its effective
      *>  date has passed.  OPGAVE10 reads it and leaves a refused
      *>  version or line out, so the change never takes effect
      *>  unnotified; moving the effective date out of the notice
      *>  period gives a new key and the change is considered again.
      *>  VF-ART: "R" = interest-rate version, "G" = fee line.
      *>----------------------------------------------------------------
      02 VF-ART          PIC X(1).
         88 VF-RENTE     VALUE "R".
         88 VF-GEBYR     VALUE "G".
      02 VF-KONTO-TYPE   PIC X(10).
      02 VF-GYLDIG-FRA   PIC X(8).
      02 VF-AARSAG       PIC X(60).

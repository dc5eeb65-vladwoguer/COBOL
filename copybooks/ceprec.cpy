      *> CEPREC - Postal code (CEP) range reference record. One row
      *> per range of CEPs the Correios assign to one city, kept in
      *> ascending start order by CEPMANT and never overlapping. The
      *> city is the official spelling the CRM checks against: the
      *> capture points standardize CONT-CITY to it through CEPLKUP.
01  CEP-RANGE-RECORD.
    05  CEP-RANGE-START         PIC X(08).
    05  CEP-RANGE-END           PIC X(08).
    05  CEP-CITY                PIC X(20).
    05  CEP-STATE               PIC X(02).

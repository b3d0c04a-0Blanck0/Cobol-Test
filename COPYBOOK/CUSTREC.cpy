      *    CUSTREC.cpy                                                *
      *    Shared customer entity layout.                             *
      *    COPY this fragment under a group item in WORKING-STORAGE   *
      *    or an FD record wherever a customer's name/birth date/     *
      *    balance/salary is needed, so every program agrees          *
      *    field-for-field.  The customer's age is never held: it is  *
      *    worked out from the date of birth against the cycle date   *
      *    wherever it is used.                                       *
      *****************************************************************
           05  CUST-NOM            PIC X(12).
      *    Date of birth, YYYYMMDD.  A birth date backfilled from the
      *    age the branch once keyed is flagged E - estimated - until
      *    a branch confirms it through AcctMaint's A correction;
      *    blank means the date was keyed from the customer's papers.
           05  CUST-BIRTH-DATE     PIC 9(8).
           05  CUST-BIRTH-FLAG     PIC X(1).
               88  CUST-BIRTH-ESTIMATED VALUE "E".
               88  CUST-BIRTH-CONFIRMED VALUE " ".
           05  CUST-SOLDE          PIC S9(7)V99.
           05  CUST-SALAIRE        PIC 9(4)V99.

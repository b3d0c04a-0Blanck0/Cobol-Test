      *****************************************************************
      *    CIFREC.cpy                                                 *
      *    Customer information (CIF) master record - keyed by        *
      *    customer number.  The one place a customer's name, mailing *
      *    address, birth date and tax status are held, however many  *
      *    accounts the customer has with us: the accounts hang off   *
      *    it through CIFLINK.  A customer created by an AcctMaint    *
      *    open takes the opening account's number as its customer    *
      *    number, so the number space never collides; after that,    *
      *    further accounts attach to the existing number instead of  *
      *    keying the identity again.  The tax status decides the     *
      *    rate MonthlyAccrual withholds from credit interest: R      *
      *    resident, N non-resident, E exempt; a blank status (a      *
      *    customer from before the status was kept) is withheld from *
      *    as a resident.  Maintained by AcctMaint (open, birth       *
      *    date) and DemogMaint (name and address, which it copies to *
      *    the per-account DEMREC of every linked account, and tax    *
      *    status); read by CustRelReport, MonthlyAccrual and         *
      *    InterestCert.                                              *
      *****************************************************************
       01  CUSTOMER-INFO-RECORD.
           05  CIF-CUST-NUMBER     PIC 9(6).
           05  CIF-FULL-NAME       PIC X(30).
           05  CIF-ADDR-LINE-1     PIC X(30).
           05  CIF-ADDR-LINE-2     PIC X(30).
           05  CIF-CITY            PIC X(20).
           05  CIF-POSTAL-CODE     PIC X(8).
           05  CIF-PHONE           PIC X(12).
      *    Date of birth and its estimated flag, exactly as on the
      *    customer's accounts (CUSTREC).
           05  CIF-BIRTH-DATE      PIC 9(8).
           05  CIF-BIRTH-FLAG      PIC X(1).
               88  CIF-BIRTH-ESTIMATED VALUE "E".
               88  CIF-BIRTH-CONFIRMED VALUE " ".
           05  CIF-OPEN-DATE       PIC 9(8).
           05  CIF-TAX-STATUS      PIC X(1).
               88  CIF-TAX-RESIDENT     VALUE "R" " ".
               88  CIF-TAX-NON-RESIDENT VALUE "N".
               88  CIF-TAX-EXEMPT       VALUE "E".

      *****************************************************************
      *    AGEWORK.cpy                                                *
      *    Age work areas, shared by every program that needs a       *
      *    customer's age, so each works it out from the date of      *
      *    birth exactly the same way: whole years from the birth     *
      *    date to the date it is judged on - the cycle date - less   *
      *    one while that year's birthday is still to come.  A        *
      *    29 February birthday comes round on 1 March in a common    *
      *    year.  COPY this fragment into WORKING-STORAGE; the        *
      *    caller moves the two dates in and makes sure the birth     *
      *    date is a real date no later than the date judged on.      *
      *****************************************************************
       01  WS-AGE-BIRTH-DATE       PIC 9(8) VALUE ZERO.
       01  WS-AGE-BIRTH-SPLIT REDEFINES WS-AGE-BIRTH-DATE.
           05  WS-AGE-BIRTH-YEAR   PIC 9(4).
           05  WS-AGE-BIRTH-MMDD   PIC 9(4).
       01  WS-AGE-ON-DATE          PIC 9(8) VALUE ZERO.
       01  WS-AGE-ON-SPLIT REDEFINES WS-AGE-ON-DATE.
           05  WS-AGE-ON-YEAR      PIC 9(4).
           05  WS-AGE-ON-MMDD      PIC 9(4).
       01  WS-AGE-YEARS            PIC 9(4) VALUE ZERO.

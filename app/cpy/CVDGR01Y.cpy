      * bank (CONSF01A's NSF reversal workflow).
           05  RATE-GROUP-NSF-FEE-AMT            PIC S9(05)V99.
           05  RATE-GROUP-GRACE-DAYS             PIC 9(03).
      * APR an account moves to once it reaches 60 days past due and
      * the advance notice period has run (CBACT69A). Null on a row
      * keyed before penalty pricing existed - the pricing programs
      * fall back to the house penalty rate.
           05  RATE-GROUP-PENALTY-APR            PIC S9(03)V9(02).
      * How many days before the business date a payment or credit
      * may be made effective (COTRN02A effective date, COPXF01A
      * transfers, CBACT47A held lockbox deposits). Null on a row
      * keyed before back-valued posting existed - the posting
      * programs fall back to the house limit (CSUTLUWY).
           05  RATE-GROUP-BACKVAL-DAYS           PIC 9(03).
      * Convenience-check pricing (CBCCK02A): the fee on each check
      * paid is this percentage of the check amount, but never less
      * than the minimum. Null on a row keyed before convenience
      * checks existed - the posting program falls back to the house
      * fee (5% / $10.00).
           05  RATE-GROUP-CASH-FEE-PCT           PIC S9(03)V9(02).
           05  RATE-GROUP-CASH-FEE-MIN           PIC S9(05)V99.

           FD ExchangeRates.
           01 ExchangeRateRec.
               *> One row per rate change: the effective-from date is
               *> part of the key so the rate on any past date can
               *> still be found, the way VendorContractRec keeps
               *> superseded prices.
               02 erKey.
                   03 er-currency pic x(3).
                   03 er-effFrom pic 9(8).
               *> Home-currency units one unit of er-currency buys;
               *> in force from er-effFrom until the next row.
               02 er-rate pic 9(4)v9(6).
               02 er-enteredBy pic x(10).
               02 er-enteredDate pic 9(8).

               *> Digits only, implied 2 decimals, same convention as
               *> invRec's unitCost.
               02 vc-price pic 9(6)v99.
               *> Currency vc-price is quoted in; spaces = home
               *> currency.
               02 vc-currency pic x(3).

      $set sourceformat"free"
       identification division.
       program-id. getExchangeRate.

       environment division.
           input-output section.
               file-control.
                   copy "ExchangeRates".

       data division.
           file section.
               copy "ExchangeRates-rec".

           working-storage section.
           01 erEof pic x.

           local-storage section.
           01 ErStat pic xx.

           linkage section.
           *> Spaces = home currency, which always converts at 1.
           01 rateCurrency pic x(3).
           01 rateDate pic 9(8).
           *> Home-currency units per unit of rateCurrency.
           01 exchRate pic 9(4)v9(6).
           *> N when no rate for the currency starts on or before
           *> rateDate; exchRate comes back 0 so nothing converts
           *> at a made-up rate.
           01 rateFound pic x.

       procedure division using rateCurrency rateDate exchRate
               rateFound.

           *> The one place a foreign amount learns its home value:
           *> the latest rate effective on or before the given date.
           if rateCurrency = spaces
               move 1 to exchRate
               move "Y" to rateFound
               goback
           end-if
           move 0 to exchRate
           move "N" to rateFound

           open input ExchangeRates
           if ErStat not = "00"
               goback
           end-if
           move rateCurrency to er-currency
           move 0 to er-effFrom
           move "n" to erEof
           start ExchangeRates key is not less than erKey
               invalid key move "y" to erEof
           end-start
           perform until erEof = "y"
               read ExchangeRates next record
                   at end
                       move "y" to erEof
                   not at end
                       if er-currency not = rateCurrency
                          or er-effFrom > rateDate
                           move "y" to erEof
                       else
                           move er-rate to exchRate
                           move "Y" to rateFound
                       end-if
               end-read
           end-perform
           close ExchangeRates

       goback.

      $set sourceformat"free"
       identification division.
       program-id. seedReasonCodes.

       environment division.
           input-output section.
               file-control.
                   copy "ReasonCodes".

       data division.
           file section.
               copy "ReasonCodes-rec".

           working-storage section.
           01 RcStat pic xx.
           01 seedI pic 9(2).

           *> The codes the transaction screens carried as literals
           *> before the master existed, so a fresh file accepts
           *> everything already on history.
           01 SeedMax pic 9(2) value 24.
           01 seedCatalog.
               02 filler pic x(51)
                   value "ADJUST    DAMAGE    Damaged in store              N".
               02 filler pic x(51)
                   value "ADJUST    MISCOUNT  Miscount / book error         N".
               02 filler pic x(51)
                   value "ADJUST    THEFT     Theft or loss                 Y".
               02 filler pic x(51)
                   value "ADJUST    DATAERROR Data entry error              N".
               02 filler pic x(51)
                   value "ADJUST    EXPIRED   Expired lot written off       N".
               02 filler pic x(51)
                   value "ADJUST    RTV       Returned to vendor            N".
               02 filler pic x(51)
                   value "WASTE     DAMAGE    Damaged on the floor          N".
               02 filler pic x(51)
                   value "WASTE     SPOILAGE  Spoiled before use            N".
               02 filler pic x(51)
                   value "WASTE     EXPIRED   Expired before use            N".
               02 filler pic x(51)
                   value "WASTE     BREAKAGE  Broken in use                 N".
               02 filler pic x(51)
                   value "OSD       DAMAGE    Arrived damaged               N".
               02 filler pic x(51)
                   value "OSD       SHORT     Short-shipped                 N".
               02 filler pic x(51)
                   value "OSD       OVER      Over-shipped                  N".
               02 filler pic x(51)
                   value "REJECT    NOBUDGET  No budget left                N".
               02 filler pic x(51)
                   value "REJECT    DUPLICATE Duplicate of another request  N".
               02 filler pic x(51)
                   value "REJECT    NOTSTOCK  Not a stocked item            N".
               02 filler pic x(51)
                   value "REJECT    QUANTITY  Quantity not justified        N".
               02 filler pic x(51)
                   value "REJECT    OTHER     Other (see note)              N".
               02 filler pic x(51)
                   value "RTV       DEFECTIVE Defective goods               N".
               02 filler pic x(51)
                   value "RTV       WRONGITEM Wrong item shipped            N".
               02 filler pic x(51)
                   value "RTV       OVERSHIP  Shipped over the order        N".
               02 filler pic x(51)
                   value "RTV       RECALL    Vendor or maker recall        N".
               02 filler pic x(51)
                   value "RTV       EXPIRED   Expired on the shelf          N".
               02 filler pic x(51)
                   value "RTV       QAREJECT  Failed receiving inspection   N".
           01 seedTable redefines seedCatalog.
               02 seedEntry occurs 24 times.
                   03 seedType pic x(10).
                   03 seedCode pic x(10).
                   03 seedDescr pic x(30).
                   03 seedSuper pic x(1).

           linkage section.
           *> Back as the number of codes added this call.
           01 seededCount pic 9(3).

       procedure division using seededCount.

           *> Fills in whichever shipped codes are missing and leaves
           *> every existing row - and any local edits to it - alone.
           move 0 to seededCount
           open i-o ReasonCodes
           if RcStat = "35"
               open output ReasonCodes
               close ReasonCodes
               open i-o ReasonCodes
           end-if
           if RcStat not = "00"
               goback
           end-if

           perform varying seedI from 1 by 1 until seedI > SeedMax
               move seedType(seedI) to rc-tranType
               move seedCode(seedI) to rc-code
               read ReasonCodes key is rcKey
                   invalid key
                       move seedDescr(seedI) to rc-description
                       move spaces to rc-glAccount
                       move seedSuper(seedI) to rc-needsSupervisor
                       move "Y" to rc-active
                       write ReasonCodeRec
                       add 1 to seededCount
               end-read
           end-perform

           close ReasonCodes

       goback.

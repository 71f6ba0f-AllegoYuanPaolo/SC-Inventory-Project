               02 sp-createdDate pic 9(8).
               02 sp-createdTime pic x(8).
               02 sp-params pic x(30).
               *> The department a burst segment belongs to; spaces
               *> for a report that was not burst.
               02 sp-dept pic x(32).

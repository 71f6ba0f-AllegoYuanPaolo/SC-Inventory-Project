           FD ItemAttributes.
           01 ItemAttributeRec.
               *> Name/value specification pairs per item - size,
               *> grade, color, manufacturer, spec sheet - for what
               *> a 25-character itemName cannot say. Names are held
               *> upper case; values as keyed.
               02 iaKey.
                   03 ia-itemID pic 9(5).
                   03 ia-attrName pic x(16).
               02 ia-value pic x(40).
               02 ia-updatedBy pic x(10).
               02 ia-updatedDate pic 9(8).

           FD AttrTemplates.
           01 AttrTemplateRec.
               *> The attributes every item of a material type should
               *> carry, asked for in at-seq order when an item's
               *> specification is keyed.
               02 atKey.
                   03 at-materialType pic x(10).
                   03 at-seq pic 9(2).
               02 at-attrName pic x(16).
               *> Y = the item's specification is incomplete without
               *> it.
               02 at-required pic x(1).
               *> Prompt help: the unit or the values expected.
               02 at-hint pic x(30).

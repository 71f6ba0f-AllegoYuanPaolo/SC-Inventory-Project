
            *> The required close sequence, in run order; each step
            *> prompts for its own period - key the same YYYYMM.
            01 StepMax pic 9(2) value 5.
            01 stepNames.
                02 filler pic x(20) value "inventoryValuation".
                *> Ahead of the export so the reserve movement is
                *> in the month's journal.
                02 filler pic x(20) value "obsolescenceReserve".
                02 filler pic x(20) value "glExport".
                02 filler pic x(20) value "deptChargeback".
                02 filler pic x(20) value "periodEndArchive".
            01 stepTable redefines stepNames.
                02 stepName occurs 5 times pic x(20).

        linkage section.
        *> Menu-driven sessions pass the logged-in operator so

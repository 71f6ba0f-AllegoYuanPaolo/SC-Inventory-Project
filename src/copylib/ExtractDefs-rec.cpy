           FD ExtractDefs.
           01 extractDefRec.
               *> A saved ad hoc extract: which file, which of its
               *> fields (by their copybook names, looked up through
               *> extractDict.cbl), and which records qualify.
               02 ed-name pic x(12).
               02 ed-file pic x(12).
               02 ed-title pic x(40).
               02 ed-owner pic x(10).
               02 ed-created pic 9(8).
               *> Column separator: , | or ; (T for a tab).
               02 ed-delim pic x(1).
               *> Y = re-run every night by extractNightly.cbl.
               02 ed-nightly pic x(1).
               02 ed-lastRun pic 9(8).
               02 ed-lastRows pic 9(7).
               02 ed-fieldCount pic 9(2).
               02 ed-fields.
                   03 ed-field pic x(20) occurs 20 times.
               *> All criteria must hold. Operators: EQ NE GT GE LT LE,
               *> BT (value 1 to value 2 inclusive), CT (text field
               *> contains value 1), LD (date field within the last
               *> value 1 days, today included). Dates are entered
               *> YYYYMMDD whatever the field's own format.
               02 ed-critCount pic 9(1).
               02 ed-criteria.
                   03 ed-crit occurs 5 times.
                       04 ed-critField pic x(20).
                       04 ed-critOp pic x(2).
                       04 ed-critValue1 pic x(30).
                       04 ed-critValue2 pic x(30).

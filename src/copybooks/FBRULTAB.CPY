      *   'C'     - more than one rule hit; the class text carries
      *             the combined label naming the rules that fired
      *   'N'     - no rule hit (plain number)
      *
      * FB-RULE-EFF-DATE is the effective date of the rule-table
      * version the table was selected from (see the FBRULVER
      * copybook) - zero for an undated FBRULES file or a table built
      * from the FBPARM card.
      ******************************************************************
       01  FB-RULE-TABLE.
           05  FB-RULE-COUNT           PIC 9(2).
           05  FB-RULE-ENTRY OCCURS 9 TIMES.
               10  FB-RULE-DIVISOR     PIC 9(4).
               10  FB-RULE-LABEL       PIC X(10).
           05  FB-RULE-EFF-DATE        PIC 9(8).

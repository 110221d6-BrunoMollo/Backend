      * assigned by FBCLASS from the rule table: '1'-'9' exactly one
      * rule hit (the rule's table position), 'C' more than one rule
      * hit, 'N' plain number - see the FBRULTAB copybook.
      * FB-RULE-VERSION is the effective date of the rule-table
      * version that classified the record (see FBRULVER).
      ******************************************************************
       01  FB-OUTPUT-RECORD.
           05  FB-NUMBER               PIC 9(9).
           05  FB-CLASS-TEXT           PIC X(10).
           05  FB-SOURCE-KEY           PIC X(12).
           05  FB-RUN-NUMBER           PIC 9(6).
           05  FB-RULE-VERSION         PIC 9(8).

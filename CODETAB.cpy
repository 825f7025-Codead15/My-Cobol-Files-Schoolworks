           05 SUBJ-VALID-ENTRY OCCURS 7 TIMES.
              10 SUBJ-VALID-CODE PIC X(10).
       01  SUBJ-VALID-TAB-MAX PIC 99 VALUE 7.

      *  PRICE OVERRIDE REASON CODES - INV-ENTRY (KEYED ON A LINE ITEM
      *  PRICED AWAY FROM LIST) AND PRICE-OVERRIDE (THE WEEKLY REPORT).
       01  DRSN-TABLE-VALUES.
           05 FILLER PIC X(22) VALUE 'VDVOLUME DEAL'.
           05 FILLER PIC X(22) VALUE 'PRPROMOTION'.
           05 FILLER PIC X(22) VALUE 'MTCOMPETITOR MATCH'.
           05 FILLER PIC X(22) VALUE 'DMDAMAGED/SHOPWORN'.
           05 FILLER PIC X(22) VALUE 'CRCUSTOMER RELATIONS'.
           05 FILLER PIC X(22) VALUE 'PCPRICE CORRECTION'.
       01  DRSN-TABLE REDEFINES DRSN-TABLE-VALUES.
           05 DRSN-ENTRY OCCURS 6 TIMES.
              10 DRSN-CODE PIC X(2).
              10 DRSN-NAME PIC X(20).
       01  DRSN-TAB-MAX PIC 99 VALUE 6.

      *  INVOICE VOID REASONS - INV-ENTRY TAKES ONE ON EVERY VOID AND
      *  INV-REGISTER PRINTS IT AGAINST THE VOIDED NUMBER.
       01  VRSN-TABLE-VALUES.
           05 FILLER PIC X(22) VALUE 'KEKEYING ERROR'.
           05 FILLER PIC X(22) VALUE 'DUDUPLICATE BILLING'.
           05 FILLER PIC X(22) VALUE 'WCWRONG CUSTOMER'.
           05 FILLER PIC X(22) VALUE 'CXORDER CANCELLED'.
           05 FILLER PIC X(22) VALUE 'SPSPOILED FORM'.
       01  VRSN-TABLE REDEFINES VRSN-TABLE-VALUES.
           05 VRSN-ENTRY OCCURS 5 TIMES.
              10 VRSN-CODE PIC X(2).
              10 VRSN-NAME PIC X(20).
       01  VRSN-TAB-MAX PIC 99 VALUE 5.

      *  FACULTY EVALUATION CRITERIA - EVAL-ENTRY TAKES ONE RATING PER
      *  CRITERION (5 = OUTSTANDING DOWN TO 1 = POOR) AND FAC-EVAL
      *  AVERAGES THEM. THE RESPONSE RECORD HOLDS ONE RATING PER
      *  ENTRY HERE, IN THIS ORDER, SO A CHANGE TO THE LIST MEANS A
      *  CHANGE TO EVALRESP.TXT TOO.
       01  ECRT-TABLE-VALUES.
           05 FILLER PIC X(30) VALUE 'KNOWLEDGE OF SUBJECT MATTER'.
           05 FILLER PIC X(30) VALUE 'CLARITY OF PRESENTATION'.
           05 FILLER PIC X(30) VALUE 'CLASSROOM MANAGEMENT'.
           05 FILLER PIC X(30) VALUE 'FAIRNESS IN GRADING'.
           05 FILLER PIC X(30) VALUE 'PUNCTUALITY AND ATTENDANCE'.
       01  ECRT-TABLE REDEFINES ECRT-TABLE-VALUES.
           05 ECRT-ENTRY OCCURS 5 TIMES.
              10 ECRT-NAME PIC X(30).
       01  ECRT-TAB-MAX PIC 99 VALUE 5.

      *  SCHOLARSHIP RETENTION RULES - SCHOL-RETAIN CHECKS EVERY
      *  SCHOLAR AGAINST THE RULE FOR THEIR SCHOLAR.TXT TYPE AT TERM
      *  END: THE WORST TERM AVERAGE ALLOWED (GRADES RUN 1.00 BEST TO
      *  5.00), WHETHER ANY FAILING GRADE LOSES THE GRANT (Y/N), AND
      *  THE FEWEST UNITS THE SCHOLAR MUST CARRY. A TYPE NOT LISTED
      *  HERE IS A PLAIN DISCOUNT WITH NO GRADE CONDITION.
       01  SRUL-TABLE-VALUES.
           05 FILLER PIC X(14) VALUE 'ACADEMIC175Y18'.
           05 FILLER PIC X(14) VALUE 'ATHLETIC250Y15'.
           05 FILLER PIC X(14) VALUE 'SPONSOR 225Y15'.
           05 FILLER PIC X(14) VALUE 'GRANTAID275N12'.
       01  SRUL-TABLE REDEFINES SRUL-TABLE-VALUES.
           05 SRUL-ENTRY OCCURS 4 TIMES.
              10 SRUL-TYPE PIC X(8).
              10 SRUL-MAX-GWA PIC 9V99.
              10 SRUL-NO-FAIL PIC X(1).
              10 SRUL-MIN-UNITS PIC 99.
       01  SRUL-TAB-MAX PIC 99 VALUE 4.

      *  BAD-DEBT WRITE-OFF REASONS - INV-ENTRY TAKES ONE ON EVERY
      *  WRITE-OFF AND AR-ALLOWANCE PRINTS IT AGAINST THE INVOICE.
       01  WRSN-TABLE-VALUES.
           05 FILLER PIC X(22) VALUE 'BKCUSTOMER BANKRUPT'.
           05 FILLER PIC X(22) VALUE 'CLCLOSED/CANNOT FIND'.
           05 FILLER PIC X(22) VALUE 'DCDECEASED'.
           05 FILLER PIC X(22) VALUE 'PRPRESCRIBED'.
           05 FILLER PIC X(22) VALUE 'UECOLLECTION UNECON.'.
       01  WRSN-TABLE REDEFINES WRSN-TABLE-VALUES.
           05 WRSN-ENTRY OCCURS 5 TIMES.
              10 WRSN-CODE PIC X(2).
              10 WRSN-NAME PIC X(20).
       01  WRSN-TAB-MAX PIC 99 VALUE 5.

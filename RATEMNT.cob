      *  'SSS ' = A SALARY BRACKET ROW (UPPER BOUND + EMPLOYEE
      *  CONTRIBUTION AMOUNT), 'PHIC' = RATE IN PERCENT, 'HDMF' =
      *  FLAT MONTHLY AMOUNT, 'TAX ' = A TIER ROW (UPPER BOUND +
      *  RATE IN PERCENT), 'MNET' = MINIMUM NET TAKE-HOME PER CUTOFF
      *  THAT LOAN DEDUCTIONS MAY NOT BREACH, 'VAT ' = THE VALUE-ADDED
      *  TAX RATE IN PERCENT THAT INV-ENTRY SPLITS INVOICES BY,
      *  'FREQ' = PAYROLL CUTOFFS PER MONTH (1 OR 2), 'GCUT' = THE
      *  SEMI-MONTHLY CUTOFF THAT TAKES THE GOVERNMENT CONTRIBUTIONS
      *  (1 OR 2, 0 = HALF ON EACH).
           05 SR-TYPE PIC X(4).
           05 SR-UPPER PIC 9(6).
           05 SR-VALUE PIC 9(5)V99.
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
       GET-TYPE-RTN.
           DISPLAY 'ENTER TYPE (SSS/PHIC/HDMF/TAX/MNET/VAT/FREQ/'
               'GCUT): '.
           ACCEPT SR-TYPE.
           IF SR-TYPE = 'SSS ' OR SR-TYPE = 'PHIC'
               OR SR-TYPE = 'HDMF' OR SR-TYPE = 'TAX '
               OR SR-TYPE = 'MNET' OR SR-TYPE = 'VAT '
               OR SR-TYPE = 'FREQ' OR SR-TYPE = 'GCUT'
               MOVE 'YES' TO VALID-SW
           ELSE
               DISPLAY 'TYPE NOT RECOGNIZED - TRY AGAIN.'
           END-IF.
      *  THE UPPER BOUND APPLIES TO SSS BRACKETS AND TAX TIERS; A
      *  PHIC, HDMF, MNET, VAT, FREQ OR GCUT ROW IS KEYED WITH ZEROS.
       GET-UPPER-RTN.
           DISPLAY 'ENTER BRACKET/TIER UPPER BOUND '
               '(6 DIGITS, 000000 IF NONE): '.
               DISPLAY 'INVALID ENTRY - DIGITS ONLY. TRY AGAIN.'
           END-IF.
      *  THE VALUE IS KEYED AS SEVEN DIGITS, THE LAST TWO DECIMALS:
      *  A PESO AMOUNT FOR SSS, HDMF AND MNET, A PERCENT FOR PHIC,
      *  TAX AND VAT, A WHOLE NUMBER FOR FREQ AND GCUT (0000200 = 2).
       GET-VALUE-RTN.
           DISPLAY 'ENTER VALUE (7 DIGITS, NO POINT): '.
           ACCEPT VALUE-EDIT-WS.
       DELETE-RTN.
           DISPLAY 'ENTER EFFECTIVE DATE TO DELETE (YYYYMMDD): '.
           ACCEPT KEY-EFFDT.
           DISPLAY 'ENTER TYPE (SSS/PHIC/HDMF/TAX/MNET/VAT/FREQ/'
               'GCUT): '.
           ACCEPT KEY-TYPE.
           DISPLAY 'ENTER UPPER BOUND (6 DIGITS): '.
           ACCEPT KEY-UPPER.

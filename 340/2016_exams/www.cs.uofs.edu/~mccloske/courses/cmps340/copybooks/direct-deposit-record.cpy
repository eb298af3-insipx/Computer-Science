*>-----------------------------------------------------------------
*> DIRECT-DEPOSIT-RECORD -- the bank's fixed-format direct-deposit
*> file, Direct-Deposit.Dat, written by Payroll-Register: 94-byte
*> records in the bank's automated clearing house layout, blocked
*> ten to a block.
*>
*>   '1'  file header -- the receiving bank and the university;
*>   '5'  batch header -- one batch of payroll credits ('PPD');
*>   '6'  one entry per deposit or prenote: transaction code 22
*>        (checking credit) or 32 (savings credit), 23 or 33 for a
*>        zero-dollar prenote; the employee's routing number, with
*>        its check digit apart, account, net pay, Empl-ID and name;
*>   '8'  batch control -- the batch's entry count, entry hash (the
*>        sum of the 8-digit routing numbers, low-order 10 digits)
*>        and credit total;
*>   '9'  file control -- batch count, block count, entry count,
*>        entry hash and credit total for the whole file;
*>
*> then records of all 9s to fill the last block of ten.
*>-----------------------------------------------------------------
   02 BF-Record-Type           PIC X.
      88 BF-File-Header           VALUE '1'.
      88 BF-Batch-Header          VALUE '5'.
      88 BF-Entry-Detail          VALUE '6'.
      88 BF-Batch-Control         VALUE '8'.
      88 BF-File-Control          VALUE '9'.
   02 BF-Record-Body           PIC X(93).
   02 BF-File-Header-Body  REDEFINES BF-Record-Body.
      03 BF-Priority-Code         PIC 9(2).
      03 BF-Immediate-Destination PIC X(10).
      03 BF-Immediate-Origin      PIC X(10).
      03 BF-Creation-Date         PIC 9(6).
      03 BF-Creation-Time         PIC 9(4).
      03 BF-File-ID-Modifier      PIC X.
      03 BF-Record-Size           PIC 9(3).
      03 BF-Blocking-Factor       PIC 9(2).
      03 BF-Format-Code           PIC X.
      03 BF-Destination-Name      PIC X(23).
      03 BF-Origin-Name           PIC X(23).
      03 BF-Reference-Code        PIC X(8).
   02 BF-Batch-Header-Body  REDEFINES BF-Record-Body.
      03 BF-Service-Class         PIC 9(3).
      03 BF-Company-Name          PIC X(16).
      03 BF-Discretionary-Data    PIC X(20).
      03 BF-Company-ID            PIC X(10).
      03 BF-Entry-Class           PIC X(3).
      03 BF-Entry-Description     PIC X(10).
      03 BF-Descriptive-Date      PIC X(6).
      03 BF-Effective-Date        PIC 9(6).
      03 BF-Settlement-Date       PIC X(3).
      03 BF-Originator-Status     PIC X.
      03 BF-Originating-DFI       PIC X(8).
      03 BF-Batch-Number          PIC 9(7).
   02 BF-Entry-Detail-Body  REDEFINES BF-Record-Body.
      03 BF-Transaction-Code      PIC 9(2).
      03 BF-Receiving-DFI         PIC X(8).
      03 BF-Check-Digit           PIC X.
      03 BF-DFI-Account           PIC X(17).
      03 BF-Amount                PIC 9(8)V99.
      03 BF-Individual-ID         PIC X(15).
      03 BF-Individual-Name       PIC X(22).
      03 BF-Entry-Discretionary   PIC X(2).
      03 BF-Addenda-Indicator     PIC 9.
      03 BF-Trace-Number          PIC X(15).
   02 BF-Batch-Control-Body  REDEFINES BF-Record-Body.
      03 BF-BC-Service-Class      PIC 9(3).
      03 BF-BC-Entry-Count        PIC 9(6).
      03 BF-BC-Entry-Hash         PIC 9(10).
      03 BF-BC-Total-Debit        PIC 9(10)V99.
      03 BF-BC-Total-Credit       PIC 9(10)V99.
      03 BF-BC-Company-ID         PIC X(10).
      03 BF-BC-Auth-Code          PIC X(19).
      03 BF-BC-Reserved           PIC X(6).
      03 BF-BC-Originating-DFI    PIC X(8).
      03 BF-BC-Batch-Number       PIC 9(7).
   02 BF-File-Control-Body  REDEFINES BF-Record-Body.
      03 BF-FC-Batch-Count        PIC 9(6).
      03 BF-FC-Block-Count        PIC 9(6).
      03 BF-FC-Entry-Count        PIC 9(8).
      03 BF-FC-Entry-Hash         PIC 9(10).
      03 BF-FC-Total-Debit        PIC 9(10)V99.
      03 BF-FC-Total-Credit       PIC 9(10)V99.
      03 BF-FC-Reserved           PIC X(39).

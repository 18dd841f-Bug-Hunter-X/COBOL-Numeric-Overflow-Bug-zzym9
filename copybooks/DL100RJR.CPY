000010*----------------------------------------------------------------*
000020*  DL100RJR.CPY - REJECT-RETURN FILE (REJRETN) RECORD LAYOUTS
000030*
000040*  THE OUTBOUND FILE THAT TELLS THE ORIGINATING SYSTEMS WHICH
000050*  OF THEIR RECORDS DL100AMT REJECTED AND WHY, SO THEY CAN BE
000060*  FIXED AT SOURCE AND RESUBMITTED THROUGH CORRTRAN.  EACH
000070*  CYCLE WRITES ONE BLOCK:  THE RJRHDR HEADER NAMING THE RUN
000080*  AND THE AMTTRANS TRANSMISSION IT CAME FROM, ONE DETAIL PER
000090*  REJECTED TRANSACTION, AND THE RJRTRL CONTROL TRAILER WITH
000100*  THE BLOCK'S RECORD COUNT, GROSS AMOUNT AND A HASH TOTAL OF
000110*  THE REASON CODES.  THE FILE IS REWRITTEN ON CYCLE 1 AND
000120*  EXTENDED ON LATER CYCLES, SO A DAY'S FILE HOLDS ONE BLOCK
000130*  PER CYCLE.  HEADER AND TRAILER ARE RECOGNIZED BY THEIR LABEL
000140*  IN THE FIRST 8 BYTES.  RJR-REASON-CODE IS THE STANDARD CODE
000150*  FROM THE DL100RJC REFERENCE TABLE; RJR-REASON-TEXT IS ITS
000160*  DESCRIPTION, FOR READING ONLY.
000170*
000180*  MODIFICATION HISTORY
000190*  -------- ---- -------------------------------------------------
000200*  10/15/26 RH   ORIGINAL VERSION.
000210*----------------------------------------------------------------*
000220 01  REJECT-RETURN-HEADER.
000230     05  RJR-HDR-LABEL           PIC X(08).
000240     05  RJR-HDR-RUN-DATE        PIC 9(08).
000250     05  RJR-HDR-RUN-CYCLE       PIC 9(02).
000260     05  RJR-HDR-SOURCE-ID       PIC X(08).
000270     05  RJR-HDR-SEQUENCE-NUMBER PIC 9(07).
000280     05  RJR-HDR-BUSINESS-DATE   PIC 9(08).
000290     05  FILLER                  PIC X(39).
000300 01  REJECT-RETURN-RECORD.
000310     05  RJR-RECORD-KEY          PIC X(10).
000320     05  RJR-ACCOUNT-ID          PIC X(10).
000330     05  RJR-CURRENCY-CODE       PIC X(03).
000340     05  RJR-AMOUNT              PIC 9(7)V99.
000350     05  RJR-AMOUNT-SIGN         PIC X(01).
000360     05  RJR-REASON-CODE         PIC 9(03).
000370     05  RJR-REASON-TEXT         PIC X(33).
000380     05  RJR-SUBMITTER-ID        PIC X(08).
000390     05  FILLER                  PIC X(03).
000400 01  REJECT-RETURN-TRAILER.
000410     05  RJR-TRL-LABEL           PIC X(08).
000420     05  RJR-TRL-RUN-DATE        PIC 9(08).
000430     05  RJR-TRL-RUN-CYCLE       PIC 9(02).
000440     05  RJR-TRL-RECORD-COUNT    PIC 9(07).
000450     05  RJR-TRL-AMOUNT-TOTAL    PIC 9(11)V99.
000460     05  RJR-TRL-CODE-HASH       PIC 9(09).
000470     05  FILLER                  PIC X(33).

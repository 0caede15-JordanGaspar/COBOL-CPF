      *****************************************************************
      *    CPFRLREC - INBOUND CASE-CLOSURE RECORD (CPFREFC.DAT), SENT
      *    BY THE FRAUD TEAM'S CASE-MANAGEMENT SYSTEM AND APPLIED BY
      *    CPFREFR BEFORE THE NIGHT'S NEW REFERRALS. ONE RECORD PER
      *    CASE TO CLOSE, IDENTIFIED BY THE CASE ID CPFREFR ISSUED ON
      *    THE REFERRAL EXTRACT (CPFRXREC). RCL-OUTCOME IS THE FRAUD
      *    TEAM'S OWN DISPOSITION CODE (E.G. CF CONFIRMED FRAUD, NF
      *    NO FRAUD) AND IS KEPT ON THE CLOSED-CASE HISTORY AS SENT.
      *    A CLOSURE FOR A CASE THAT IS NOT OPEN IS LISTED ON THE
      *    AGING REPORT AND OTHERWISE IGNORED.
      *****************************************************************
       01  CPF-REFERRAL-CLOSURE-RECORD.
           05  RCL-CASE-ID                 PIC X(12).
           05  RCL-CLOSED-DATE             PIC X(08).
           05  RCL-CLOSED-BY               PIC X(08).
           05  RCL-OUTCOME                 PIC X(02).

000100****************************************************************
000110*  TPFACKIN                                                    *
000120*  INBOUND FUNCTIONAL ACKNOWLEDGMENT RECORD.                   *
000130*                                                               *
000140*  FIXED-FORMAT RECORD DELIVERED BY THE TRANSLATOR, ONE PER    *
000150*  TRANSACTION SET ACKNOWLEDGED ON A PARTNER'S 997 OR 999.     *
000160*  THE TRANSLATOR RESOLVES THE ACKNOWLEDGED CONTROL NUMBER     *
000170*  BACK TO THE DOCUMENT ID WE MAPPED AND IDENTIFIES THE        *
000180*  PARTNER THE SAME WAY THE GATEWAY CONTROL BLOCK DOES - FORM  *
000190*  P (CORP/DIV) OR FORM A (ALIAS).  TP840ACK MATCHES EACH      *
000200*  RECORD TO ITS TPFACKST STATUS RECORD.                       *
000210*                                                               *
000220*  ACK-CODE IS THE AK5/IK5 ACKNOWLEDGMENT CODE AS RECEIVED:    *
000230*    A     - ACCEPTED                                          *
000240*    E, P  - ACCEPTED WITH ERRORS / PARTIALLY ACCEPTED         *
000250*    R, M, W, X - REJECTED                                     *
000260*  ERROR-CODE AND ERROR-TEXT CARRY THE FIRST SEGMENT OR        *
000270*  ELEMENT ERROR REPORTED, WHEN THERE IS ONE.                  *
000280*                                                               *
000290*  MODIFICATION HISTORY                                       *
000300*  --------------------                                       *
000310*  2026-10-15  DLR  NEW MEMBER.                                *
000320****************************************************************
000330 01              TP-FACKIN-RECORD.
000340     05          TP-FACKIN-RECEIVED-DATE        PIC 9(08).
000350     05          TP-FACKIN-RECEIVED-TIME        PIC 9(06).
000360     05          TP-FACKIN-ACK-TYPE             PIC X(03).
000370         88      TP-FACKIN-IS-997               VALUE '997'.
000380         88      TP-FACKIN-IS-999               VALUE '999'.
000390     05          TP-FACKIN-PARTNER-FORM         PIC X(01).
000400         88      TP-FACKIN-FORM-IS-PARTNER      VALUE 'P'.
000410         88      TP-FACKIN-FORM-IS-ALIAS        VALUE 'A'.
000420     05          TP-FACKIN-CORP-ID-QUAL         PIC X(04).
000430     05          TP-FACKIN-CORP-ID              PIC X(35).
000440     05          TP-FACKIN-DIV-ID-QUAL          PIC X(04).
000450     05          TP-FACKIN-DIV-ID               PIC X(35).
000460     05          TP-FACKIN-ALIAS-ID-QUAL        PIC X(04).
000470     05          TP-FACKIN-ALIAS-ID             PIC X(35).
000480     05          TP-FACKIN-DOCUMENT-ID          PIC X(45).
000490     05          TP-FACKIN-ACK-CODE             PIC X(01).
000500         88      TP-FACKIN-ACCEPTED             VALUE 'A'.
000510         88      TP-FACKIN-ACCEPTED-WITH-ERRORS VALUES 'E' 'P'.
000520         88      TP-FACKIN-REJECTED             VALUES 'R' 'M'
000530                                                       'W' 'X'.
000540     05          TP-FACKIN-ERROR-CODE           PIC X(03).
000550     05          TP-FACKIN-ERROR-TEXT           PIC X(60).
000560     05          TP-FACKIN-GROUP-CONTROL-NO     PIC X(09).

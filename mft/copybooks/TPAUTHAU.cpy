000100****************************************************************
000110*  TPAUTHAU                                                    *
000120*  TRADING PARTNER AUTHORIZATION MATRIX AUDIT RECORD.          *
000130*                                                               *
000140*  ONE RECORD PER AUTHORIZATION CHANGE APPLIED BY TP860AMM -   *
000150*  WHO MADE IT, WHEN, WHICH ACTION, AND THE FULL BEFORE AND    *
000160*  AFTER IMAGES OF TP-AUTHMX-RECORD - SO AN ONBOARDING OR      *
000170*  OFFBOARDING CAN BE TRACED BACK TO THE CARD THAT DID IT.     *
000180*  AN ADD CARRIES A BLANK BEFORE IMAGE.                        *
000190*                                                               *
000200*  MODIFICATION HISTORY                                       *
000210*  --------------------                                       *
000220*  2026-10-15  DLR  NEW MEMBER.                                *
000230****************************************************************
000240 01              TP-AUTHAU-RECORD.
000250     05          TP-AUTHAU-DATE                 PIC 9(08).
000260     05          TP-AUTHAU-TIME                 PIC 9(06).
000270     05          TP-AUTHAU-OPERATOR-ID          PIC X(08).
000280     05          TP-AUTHAU-ACTION               PIC X(10).
000290     05          TP-AUTHAU-KEY                  PIC X(100).
000300     05          TP-AUTHAU-BEFORE-IMAGE         PIC X(134).
000310     05          TP-AUTHAU-AFTER-IMAGE          PIC X(134).

      *****************************************************************
      * SALES TAX RATE TABLE RECORD COPYBOOK                         *
      * DESCRIPTION: ONE RECORD PER TAXING JURISDICTION, KEYED BY    *
      *              STATE AND THE LOW END OF THE ZIP RANGE IT       *
      *              COVERS. A STATEWIDE RATE IS KEPT AS THE RANGE   *
      *              00000 THROUGH 99999; A CITY OR COUNTY RATE      *
      *              CARRIES ITS OWN NARROWER RANGE. WHEN RANGES     *
      *              OVERLAP, THE LOOKUP WALKS THE STATE'S RECORDS   *
      *              IN KEY ORDER AND THE LAST RANGE CONTAINING THE  *
      *              ZIP WINS, SO THE NARROWER LOCAL RANGE (WHICH    *
      *              STARTS AT OR AFTER THE STATEWIDE 00000) TAKES   *
      *              PRECEDENCE. THE RATE IS A PERCENTAGE (7.250 =   *
      *              7.25%) OF THE ORDER SUBTOTAL. ORDENTRY STAMPS   *
      *              THE WINNING KEY ON THE ORDER (ORDER-TAX-STATE / *
      *              ORDER-TAX-ZIP-LOW) SO THE MONTHLY LIABILITY     *
      *              REPORT (TAXLIAB) AND ORDER MAINTENANCE          *
      *              (ORDMAINT) USE THE SAME JURISDICTION. KEY       *
      *              ORDER IS ALSO THE ORDER OF THE LIABILITY        *
      *              REPORT. MAINTAINED ONLINE THROUGH TAXMAINT.     *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  TAX-RATE-RECORD.
           05  TXR-KEY.
               10  TXR-STATE              PIC X(2).
               10  TXR-ZIP-LOW            PIC 9(5).
           05  TXR-ZIP-HIGH               PIC 9(5).
           05  TXR-JURIS-NAME             PIC X(30).
           05  TXR-RATE-PCT               PIC 9(2)V9(3) COMP-3.
           05  FILLER                     PIC X(20).

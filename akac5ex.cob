090083*     (Dienst AKAATT, Tabelle KA02AKAT) mit ausgegeben.      *     D05
090084*     Datum: 08.09.2026                          NKZ: KLM   *     D05
090085*                                                           *     D05
090086* D06 R58773                                                *     D06
090087*     Betrag im Export mit den Nachkommastellen der         *     D06
090088*     Waehrung aufbereiten (AKAWAE), JPY ohne ",00".        *     D06
090089*     Datum: 15.10.2026                          NKZ: KLM   *     D06
090090*                                                           *     D06
090091* D07 R58774                                                *     D07
090092*     CSV-Spalten EndToEndId, UETR, InstructionId;          *     D07
090093*     Zeilenlaenge 450.                                     *     D07
090094*     Datum: 15.10.2026                          NKZ: KLM   *     D07
090095*                                                           *     D07
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
102700     05 C5EX-P-SCHLIESSUNGSNR     PIC 9(012).
102800 FD  AKC5CSV
102900     RECORDING MODE IS F.
103000 01  C5EX-CSV-ZEILE               PIC X(450).                     D07
103100*---------------------------------------------------------------*
103200* WORKING-STORAGE-Section                                       *
103300*---------------------------------------------------------------*
106120 01  C-01-INT-ATTR-LESEN          PIC X(040) VALUE                D05
106130                                  "01-INT-ATTR-LESEN".            D05
106140 01  H-ATTR-IND                   PIC 9(001) COMP-3.              D05
106150  COPY CKAIWAE.                                                   D06
106160  COPY CKAOWAE.                                                   D06
106170 01  C-01-INT-WAE-AUFBEREITEN     PIC X(040) VALUE                D06
106180                                  "01-INT-WAE-AUFBEREITEN".       D06
106200  COPY CKAI5OF2.
106300  COPY CKAI5OF3.
106400  COPY CKAO5OF2.
106500/---------------------------------------------------------------*
106600* CSV-Kopfzeile                                                 *
106700*---------------------------------------------------------------*
106800 01  C5EX-KOPFZEILE               PIC X(200) VALUE                D07
106900     "Abstimmkreis;Herkunft;Konto-ID;Betrag;Butag;Valuta;
107000-    "Fachbereich;Primanota;ISIN;Schliessungsnr;Schliessungsart;
107050-    "Lauf-Id;Quelldatei;EndToEndId;UETR;InstructionId".          D07
107100/---------------------------------------------------------------*
107200* CSV-Detailzeile                                               *
107300*---------------------------------------------------------------*
107800     05 FILLER                    PIC X(001) VALUE ";".
107900     05 C5EX-D-KONTO-ID           PIC X(020).
108000     05 FILLER                    PIC X(001) VALUE ";".
108100     05 C5EX-D-BETRAG             PIC X(022).                     D06
108200     05 FILLER                    PIC X(001) VALUE ";".
108300     05 C5EX-D-BUTAG              PIC 9(008).
108400     05 FILLER                    PIC X(001) VALUE ";".
109520     05 C5EX-D-LAUF-ID            PIC X(016).                     D03
109530     05 FILLER                    PIC X(001) VALUE ";".           D03
109540     05 C5EX-D-QUELLDATEI         PIC X(044).                     D03
109541     05 FILLER                    PIC X(001) VALUE ";".           D07
109542     05 C5EX-D-END-TO-END-ID      PIC X(035).                     D07
109543     05 FILLER                    PIC X(001) VALUE ";".           D07
109544     05 C5EX-D-UETR               PIC X(036).                     D07
109545     05 FILLER                    PIC X(001) VALUE ";".           D07
109546     05 C5EX-D-INSTRUCTION-ID     PIC X(035).                     D07
109550     05 C5EX-D-ATTRIBUT OCCURS 4.                                 D05
109560        10 FILLER                 PIC X(001).                     D05
109570        10 C5EX-D-ATTR-WERT       PIC X(035).                     D05
125300                                  TO C5EX-D-HERKUNFT
125400     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
125500                                  TO C5EX-D-KONTO-ID
125520     MOVE C-01-INT-WAE-AUFBEREITEN                                D06
125540                                  TO KAIWAE-FUNKTION              D06
125560     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)                          D06
125580                                  TO KAIWAE-WAEHRUNG              D06
125600     MOVE KAO5OF2-APO-BETRAG (H-INDEX)                            D06
125620                                  TO KAIWAE-BETRAG                D06
125640     CALL "AKAWAE" USING KAIWAE-EINGABEBEREICH                    D06
125660                         KAOWAE-AUSGABEBEREICH                    D06
125680                         GSOVER-VERSTAENDIGUNGSBEREICH            D06
125700     END-CALL                                                     D06
125720     MOVE KAOWAE-ANZEIGE          TO C5EX-D-BETRAG                D06
125800     MOVE KAO5OF2-APO-BUTAG (H-INDEX)
125900                                  TO C5EX-D-BUTAG
126000     MOVE KAO5OF2-APO-VALUTA (H-INDEX)
127160                                  TO C5EX-D-LAUF-ID               D03
127170     MOVE KAO5OF2-APO-QUELLDATEI (H-INDEX)                        D03
127180                                  TO C5EX-D-QUELLDATEI            D03
127181     MOVE KAO5OF2-APO-END-TO-END-ID (H-INDEX)                     D07
127182                                  TO C5EX-D-END-TO-END-ID         D07
127183     MOVE KAO5OF2-APO-UETR (H-INDEX)                              D07
127184                                  TO C5EX-D-UETR                  D07
127185     MOVE KAO5OF2-APO-INSTRUCTION-ID (H-INDEX)                    D07
127186                                  TO C5EX-D-INSTRUCTION-ID        D07
127190     PERFORM 2130-ATTRIBUTE-LESEN                                 D05
127191                          THRU 2130-ATTRIBUTE-LESEN-EXIT          D05
127200     MOVE C5EX-DETAIL             TO C5EX-CSV-ZEILE

090068*     im AKAHVZ-Weg von AKAC5AL).                            *     D02
090069*     Datum: 14.09.2026                          NKZ: KLM   *     D02
09006A*                                                           *     D02
      * D03 R58774                                                *     D03
      *     Freitextsuche auch in EndToEndId, UETR und            *     D03
      *     Instruction-Id.                                       *     D03
      *     Datum: 15.10.2026                          NKZ: KLM   *     D03
      *                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
104200                                  "REF-KONTOINH".
104300     05 C-FELD-REF-NACHRICHT      PIC X(016) VALUE
104400                                  "REF-NACHRICHT".
104410     05 C-FELD-END-TO-END-ID      PIC X(016) VALUE                D03
104420                                  "END-TO-END-ID".                D03
104430     05 C-FELD-UETR               PIC X(016) VALUE "UETR".        D03
104440     05 C-FELD-INSTRUCTION-ID     PIC X(016) VALUE                D03
104450                                  "INSTRUCTION-ID".               D03
104500/---------------------------------------------------------------*
104600* Meldungsgewichte, Schnittstellen                              *
104700*---------------------------------------------------------------*
115400     MOVE 16                      TO H-FELD-LAENGE
115500     MOVE C-FELD-TRANSAKT-ID-FS   TO H-FELDNAME
115600     PERFORM FELD-DURCHSUCHEN
115605     MOVE KAO5OF2-APO-END-TO-END-ID (H-INDEX)                     D03
115610                                  TO H-FELD                       D03
115615     MOVE 35                      TO H-FELD-LAENGE                D03
115620     MOVE C-FELD-END-TO-END-ID    TO H-FELDNAME                   D03
115625     PERFORM FELD-DURCHSUCHEN                                     D03
115630     MOVE KAO5OF2-APO-UETR (H-INDEX)                              D03
115635                                  TO H-FELD                       D03
115640     MOVE 36                      TO H-FELD-LAENGE                D03
115645     MOVE C-FELD-UETR             TO H-FELDNAME                   D03
115650     PERFORM FELD-DURCHSUCHEN                                     D03
115655     MOVE KAO5OF2-APO-INSTRUCTION-ID (H-INDEX)                    D03
115660                                  TO H-FELD                       D03
115665     MOVE 35                      TO H-FELD-LAENGE                D03
115670     MOVE C-FELD-INSTRUCTION-ID   TO H-FELDNAME                   D03
115675     PERFORM FELD-DURCHSUCHEN                                     D03
115700     MOVE KAO5OF2-APO-ZUSATZ-TXT-SL (H-INDEX)
115800                                  TO H-FELD
115900     MOVE 35                      TO H-FELD-LAENGE

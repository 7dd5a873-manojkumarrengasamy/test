090055*     Saldoverprobung je Lieferung, Protokoll DLIAUS.       *     D01
090056*     Datum: 16.06.2026                          NKZ: KLM   *     D01
090057*                                                           *     D01
090058* D02 R58774                                                *     D02
090059*     Spaltenzuordnung fuer EndToEndId, UETR und            *     D02
090060*     Instruction-Id (KA02AKDM).                            *     D02
090061*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090062*                                                           *     D02
090063* D03 R58812                                                *     D03
090064*     Jeder in RPLSTORE aufbewahrte Satz wird ueber AKASIG  *     D03
090065*     in das Siegel seiner Lieferung (KA02AKSE)             *     D03
090066*     aufgenommen; offene Siegel am Programmende.           *     D03
090067*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090068*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
106700     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
106800                                  "01-INT-LAUF-ENDE".
106900     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKADLI".
106901  COPY CKAISIG.                                                   D03
106902 01  C-SIEGEL-KONSTANTEN.                                         D03
106903     05 C-01-INT-SIEGEL-SATZ      PIC X(040) VALUE                D03
106904                                  "01-INT-SIEGEL-SATZ".           D03
106905     05 C-01-INT-SIEGEL-ENDE      PIC X(040) VALUE                D03
106906                                  "01-INT-SIEGEL-ENDE".           D03
106907     05 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".           D03
106908     05 C-LAENGE-RPL              PIC 9(004) VALUE 800.           D03
107000 01  AUF-FUNKTION                 PIC X(040)
107100                                  VALUE "01-INT-VERARB-TRANS".
107200 01  OBJEKT-AUFTRAGS-ID           PIC X(020) VALUE "AKADLI".
145600       MOVE DLI-SPALTE (H-SPALTEN-INDEX)
145700                                  TO KAIEIN1-ZUSATZTEXT-SL
145800     END-IF
145805     IF KAO0DLM-SP-END-TO-END-ID NUMERIC                          D02
145807        AND KAO0DLM-SP-END-TO-END-ID NOT = ZERO                   D02
145810     THEN                                                         D02
145815       MOVE KAO0DLM-SP-END-TO-END-ID                              D02
145820                                  TO H-SPALTEN-INDEX              D02
145825       MOVE DLI-SPALTE (H-SPALTEN-INDEX)                          D02
145830                                  TO KAIEIN1-END-TO-END-ID        D02
145835     END-IF                                                       D02
145840     IF KAO0DLM-SP-UETR         NUMERIC                           D02
145842        AND KAO0DLM-SP-UETR     NOT = ZERO                        D02
145845     THEN                                                         D02
145850       MOVE KAO0DLM-SP-UETR       TO H-SPALTEN-INDEX              D02
145855       MOVE DLI-SPALTE (H-SPALTEN-INDEX)                          D02
145860                                  TO KAIEIN1-UETR                 D02
145865     END-IF                                                       D02
145870     IF KAO0DLM-SP-INSTR-ID     NUMERIC                           D02
145872        AND KAO0DLM-SP-INSTR-ID NOT = ZERO                        D02
145875     THEN                                                         D02
145880       MOVE KAO0DLM-SP-INSTR-ID   TO H-SPALTEN-INDEX              D02
145885       MOVE DLI-SPALTE (H-SPALTEN-INDEX)                          D02
145890                                  TO KAIEIN1-INSTRUCTION-ID       D02
145895     END-IF                                                       D02
145900     MOVE DLI-EINGABESATZ (1:60)  TO KAIEIN1-VERWENDUNGSZWECK
145910*    laufende Nummer je Lieferung - Bestandteil des Posten-
145920*    Primaerschluessels, sonst griffe die Doppelbuchungs-
163900     MOVE SPACE                   TO RPL-EINGABEBEREICH
164000     MOVE KAIEIN1-EINGABEBEREICH  TO RPL-EINGABEBEREICH
164100     WRITE RPL-SATZ
164101*    aufbewahrten Satz in das Siegel seiner Lieferung aufnehmen   D03
164102     MOVE C-01-INT-SIEGEL-SATZ    TO KAISIG-FUNKTION              D03
164103     MOVE C-RUN-PROGRAMM          TO KAISIG-PROGRAMM              D03
164104     MOVE C-QUELLE-RPLSTORE       TO KAISIG-QUELLE                D03
164105     MOVE H-LAUFDATUM             TO KAISIG-LAUFDATUM             D03
164106     MOVE KAIEIN1-KONTO-ID        TO KAISIG-KONTO-ID              D03
164107     MOVE KAIEIN1-AUSZUGSDATUM    TO KAISIG-AUSZUGSDATUM          D03
164108     MOVE KAIEIN1-AUSZUGSNUMMER   TO KAISIG-AUSZUGSNUMMER         D03
164109     MOVE KAIEIN1-AUSZUG-FNR      TO KAISIG-AUSZUG-FNR            D03
16410A     MOVE KAIEIN1-BETRAG          TO KAISIG-BETRAG                D03
16410B     MOVE C-LAENGE-RPL            TO KAISIG-LAENGE                D03
16410C     MOVE KAIEIN1-EINGABEBEREICH  TO KAISIG-DATEN                 D03
16410D     CALL "AKASIG"                                                D03
16410E     USING KAISIG-EINGABEBEREICH                                  D03
16410F           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
16410G     END-CALL                                                     D03
16410H     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
164200     .
164300 7000-AKAEIN-AUFRUFEN-1002.
164400 7000-AKAEIN-AUFRUFEN-EXIT.
173700 9999-EXIT-1001.
173800     PERFORM 8200-LAUFREGISTER-ENDE
173900                              THRU 8200-LAUFREGISTER-ENDE-EXIT
173901*    offene Siegel der aufbewahrten Lieferungen schreiben         D03
173902     MOVE C-01-INT-SIEGEL-ENDE    TO KAISIG-FUNKTION              D03
173903     MOVE C-RUN-PROGRAMM          TO KAISIG-PROGRAMM              D03
173904     CALL "AKASIG"                                                D03
173905     USING KAISIG-EINGABEBEREICH                                  D03
173906           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
173907     END-CALL                                                     D03
173908     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
174000     CLOSE DLIEIN
174100           DLIAUS
174200           RPLSTORE

      *     Faecher im Veraenderungsnachweis AKAVDN.              *    D15
      *     Datum: 14.09.2026                            NKZ: KLM  *    D15
      *                                                           *     D15
      * D16 R58774                                                *     D16
      *     EndToEndId, UETR und Instruction-Id auf BKAAPO.       *     D16
      *     Datum: 15.10.2026                          NKZ: KLM   *     D16
      *                                                           *     D16
      * D17 R58775                                                *     D17
      *     AK-Zuordnung KA01AKKTO zuerst fuer die Waehrungs-     *     D17
      *     tasche, sonst fuer das Konto (Waehrung SPACE).        *     D17
      *     Datum: 15.10.2026                          NKZ: KLM   *     D17
      *                                                           *     D17
      * D18 R58776                                                *     D18
      *     Virtuelle IBAN (Sammelkonten) auf BKAAPO.             *     D18
      *     Datum: 15.10.2026                          NKZ: KLM   *     D18
      *                                                           *     D18
      * D19 R58780                                                *     D19
      *     Entgelttraeger bei Neuanlage uebernehmen.             *     D19
      *     Datum: 15.10.2026                          NKZ: KLM   *     D19
      *                                                           *     D19
      * D20 R58782                                                *     D20
      *     Beguenstigtenvorschlag (Anzahl, bestes Konto,         *     D20
      *     Bewertung) auf BKAAPO uebernehmen.                    *     D20
      *     Datum: 15.10.2026                          NKZ: KLM   *     D20
      *                                                           *     D20
      * D21 R58785                                                *     D21
      *     gpi-Trackerstatus (Status, Grund, letzte Bank,        *     D21
      *     Zeitpunkt) auf BKAAPO uebernehmen.                    *     D21
      *     Datum: 15.10.2026                          NKZ: KLM   *     D21
      *                                                           *     D21
      * D22 R58789                                                *     D22
      *     Neue Funktion 01-INT-AEN-APO-PSEUDO (Copy CKAI4AP9,   *     D22
      *     Zugriff ZKAAPO_U_PSEUDO): Pseudonymisierung der       *     D22
      *     personenbezogenen Felder einer geschlossenen Position *     D22
      *     (Verwendungszweck, Ergaenzungstext, Bemerkung,        *     D22
      *     Gegen-/Remote-/Originalkonto, BV-Konto, Gegenpartei   *     D22
      *     NF, Klaerungs-Partei). Betraege, Daten und Schluessel *     D22
      *     bleiben erhalten; Hochvolumen-Abstimmkreise werden    *     D22
      *     abgewiesen (KA4856).                                  *     D22
      *     Datum: 15.10.2026                          NKZ: KLM   *     D22
      *                                                           *     D22
      * D23 R58795                                                *     D23
      *     Gegenwert in Hauswaehrung zum KA02AKKU-Kurs des       *     D23
      *     Buchungstags (Kurs und Betrag) bei Anlage und         *     D23
      *     Update-Check auf BKAAPO fortschreiben.                *     D23
      *     Datum: 15.10.2026                          NKZ: KLM   *     D23
      *                                                           *     D23
      * D24 R58813                                                *     D24
      *     Zustandswechsel der APOs (Anlage, Update-Check,       *     D24
      *     Zuordnung zur Schliessung, Klaerung, Freigabe,        *     D24
      *     Ablehnung, Aufhebung, Ruecknahme) in derselben        *     D24
      *     Arbeitseinheit ueber AKAEVT als Ereignis nach         *     D24
      *     KA02AKEO schreiben; ohne Ereignis keine Aenderung     *     D24
      *     (KA4856).                                             *     D24
      *     Datum: 15.10.2026                          NKZ: KLM   *     D24
      *                                                           *     D24
100000* ENDE ELEMENTKOPF ****************************************%*
100100/
100200 IDENTIFICATION DIVISION.
105220                                  "01-INT-AEN-APO-KLAER".         D06
105230    05 C-01-INT-APO-TRANSFER      PIC X(040) VALUE                D07
105240                                  "01-INT-APO-TRANSFER".          D07
105260    05 C-01-INT-AEN-APO-PSEUDO    PIC X(040) VALUE                D22
105280                                  "01-INT-AEN-APO-PSEUDO".        D22
105300    05 C-01-INT-AEN-APO-FREI      PIC X(040) VALUE
105400                                  "01-INT-AEN-APO-FREI".
105500    05 C-01-INT-AEN-APO-ABLE      PIC X(040) VALUE
106300    05 C-KONFIG-ID-KA             PIC X(002) VALUE "KA".
106400    05 C-KONFIG-ID-GS             PIC X(002) VALUE "GS".
106500    05 C-KKA4AP                   PIC X(008) VALUE "KKA4AP".
106501    05 C-01-INT-EREIGNIS-SCHR     PIC X(040) VALUE                D24
106502                                  "01-INT-EREIGNIS-SCHR".         D24
106600    05 C-AUF-AUFRUF-AL            PIC X(040) VALUE "AUFRUF-AL".
106700    05 C-1                        PIC 9(001) VALUE 1.
106800    05 C-J                        PIC X(001) VALUE "J".
108660                                  VALUE "ZKAAPO_U_REVOKE".
108670    05 C-DZS-ZKAAPO-U-KLAER       PIC X(040)                      D06
108680                                  VALUE "ZKAAPO_U_KLAER".         D06
108682    05 C-DZS-ZKAAPO-U-PSEUDO      PIC X(040)                      D22
108684                                  VALUE "ZKAAPO_U_PSEUDO".        D22
108690    05 C-DZS-ZPKSEL               PIC X(040) VALUE "ZPKSEL".      D07
108691    05 C-DZS-ZPKDEL               PIC X(040) VALUE "ZPKDEL".      D07
108700    05 C-DZS-ZKAAPO-COUNT-PRF1    PIC X(040) 
111319    05 C-OBJEKT-TAB-KA02AKTR    PIC X(009) VALUE "KA02AKTR".      D15
11131A    05 C-TAB-SCHREIBEN-EQ-TR    PIC X(040) VALUE                  D15
11131B                                 "SCHREIBEN-EQUAL".               D15
11131C    05 C-OBJEKT-TAB-KA02AKKU    PIC X(009) VALUE "KA02AKKU".      D23
11131D    05 C-HAUSWAEHRUNG           PIC X(003) VALUE "EUR".           D23
111319     05 C-GELDKTO-UMSATZ-ABSTIMM PIC X(002) VALUE "GU".           D14
111320     05 C-HVZ-SCHREIBEN          PIC X(009) VALUE "SCHREIBEN".    D14
111321     05 C-HVZ-SUCHEN             PIC X(009) VALUE "SUCHEN".       D05
114358 COPY CKAO0AKK.                                                   D14
114359 COPY CKAI0AKY.                                                   D11
11435A COPY CKAO0AKY.                                                   D11
11435B COPY CKAI0AKC.                                                   D23
11435C COPY CKAO0AKC.                                                   D23
114360/---------------------------------------------------------------* D04
114370* Satzbeschreibung/Aufrufschnittstelle AKAHVZ                   * D04
114380*---------------------------------------------------------------* D04
114414    05 H-TECHNIK-KZ               PIC X(001) VALUE "N".           D11
114415    05 H-TE-REGEL-NR              PIC 9(002) VALUE ZERO.          D11
114416    05 H-TE-TREFFER               PIC X(001) VALUE "N".           D11
114417    05 H-HW-KURS                PIC 9(007)V9(006) VALUE ZERO.     D23
114418    05 H-HW-BETRAG              PIC S9(013)V9(003) VALUE ZERO.    D23
114409    05 H-TRANSFER-QUELLE-HV       PIC X(001) VALUE "N".           D07
114410      88 TRANSFER-QUELLE-HV-JA        VALUE "J".                  D07
114411      88 TRANSFER-QUELLE-HV-NEIN      VALUE "N".                  D07
115500 COPY CGSTTAB.
115510 COPY CKAI0ATR.                                                   D15
115520 COPY CKAO0ATR.                                                   D15
115521 COPY CKAIEVT.                                                    D24
115600/---------------------------------------------------------------*
115700* Hilfsfelder                                                   *
115800*---------------------------------------------------------------*
120180 01 LS-EIN-BER-08                 REDEFINES LS-EINGABEBEREICH.    D07
120190     COPY CKAI4AP8                REPLACING 01 BY 05,             D07
120191                                  ==(01)== BY ==(01)==.           D07
120193 01 LS-EIN-BER-09                 REDEFINES LS-EINGABEBEREICH.    D22
120195     COPY CKAI4AP9                REPLACING 01 BY 05,             D22
120197                                  ==(01)== BY ==(01)==.           D22
120200*---------------------------------------------------------------*
120300* DUMMYS                                                        *
120400*---------------------------------------------------------------*
124700       PERFORM VERARB-APO-LOE
124750     WHEN C-01-INT-AEN-APO-KLAER                                  D06
124760       PERFORM VERARB-APO-KLAER                                   D06
124761       PERFORM EREIGNIS-APO-KLAER THRU EREIGNIS-APO-KLAER-EXIT    D24
124770     WHEN C-01-INT-APO-TRANSFER                                   D07
124780       PERFORM VERARB-APO-TRANSFER                                D07
124785     WHEN C-01-INT-AEN-APO-PSEUDO                                 D22
124790       PERFORM VERARB-APO-PSEUDO                                  D22
124800     WHEN OTHER
124900* KA5002: @@@@@@@@: Unbekannte Funktion @@@@@@@@@@@@@@@@@@@@
125000       MOVE C-OBJEKT-KA5002       TO H-MELDUNGS-OBJEKT
127040     SET HVZ-ROUTING-AKTIV       TO TRUE                          D04
127050*                                                                 D04
127100     PERFORM ZUGRIFF-APO
127101     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D24
127102     THEN                                                         D24
127103       INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                       D24
127104       SET KAIEVT-ANGELEGT        TO TRUE                         D24
127105       PERFORM EREIGNIS-APO1-SCHREIBEN                            D24
127106                                THRU EREIGNIS-APO1-SCHREIBEN-EXIT D24
127107     END-IF                                                       D24
127200     .
127300 VERARB-ANL-1002.
127400     EXIT.
135530     SET HVZ-ROUTING-AKTIV       TO TRUE                          D05
135540*                                                                 D05
135600     PERFORM ZUGRIFF-APO
135601     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D24
135602     THEN                                                         D24
135603       INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                       D24
135604       SET KAIEVT-OBJEKT-APO      TO TRUE                         D24
135605       SET KAIEVT-ZUGEORDNET      TO TRUE                         D24
135606       MOVE KAI4AP2-ABSTIMMKREIS-NR TO KAIEVT-AK-NUMMER           D24
135607       MOVE KAI4AP2-HERKUNFT      TO KAIEVT-HERKUNFT              D24
135608       MOVE KAI4AP2-KONTO-ID-ABSTIMM                              D24
135609         TO KAIEVT-KONTO-ID                                       D24
13560A       MOVE KAI4AP2-AUSZUGSDATUM  TO KAIEVT-AUSZUGSDATUM          D24
13560B       MOVE KAI4AP2-AUSZUGSNUMMER TO KAIEVT-AUSZUGSNUMMER         D24
13560C       MOVE KAI4AP2-AUSZUG-FNR    TO KAIEVT-AUSZUG-FNR            D24
13560D       MOVE KAI4AP2-LFD-NR-APO    TO KAIEVT-LFD-NR-APO            D24
13560E       MOVE KAI4AP2-SCHLIESSUNGSNR TO KAIEVT-SCHLIESSUNGSNR       D24
13560F       MOVE KAI4AP2-STATUS        TO KAIEVT-STATUS-NEU            D24
13560G       PERFORM EREIGNIS-SCHREIBEN THRU EREIGNIS-SCHREIBEN-EXIT    D24
13560H     END-IF                                                       D24
135700     .
135800 VERARB-APO-SCHL1-1002.
135900     EXIT.
140800       PERFORM MELDUNG-EINTRAGEN
140900       GO TO PROGRAMM-VERLASSEN
141000     END-IF
141001     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D24
141002     SET KAIEVT-GEAENDERT         TO TRUE                         D24
141003     PERFORM EREIGNIS-APO1-SCHREIBEN                              D24
141004                                THRU EREIGNIS-APO1-SCHREIBEN-EXIT D24
141100     .
141200 VERARB-UCHK-1002.
141300     EXIT.
150100       PERFORM MELDUNG-EINTRAGEN
150200       GO TO PROGRAMM-VERLASSEN
150300     END-IF
150301*    ein Ereignis je Schliessung fuer alle ihre APOs              D24
150302     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D24
150303     SET KAIEVT-OBJEKT-APO        TO TRUE                         D24
150304     EVALUATE KAI4AP1-FUNKTION                                    D24
150305     WHEN C-01-INT-AEN-APO-FREI                                   D24
150306       SET KAIEVT-FREIGEGEBEN     TO TRUE                         D24
150307     WHEN C-01-INT-AEN-APO-ABLE                                   D24
150308       SET KAIEVT-ABGELEHNT       TO TRUE                         D24
150309     WHEN C-01-INT-AEN-APO-AUFH                                   D24
15030A       SET KAIEVT-AUFGEHOBEN      TO TRUE                         D24
15030B     WHEN C-01-INT-AEN-APO-REVOKE                                 D24
15030C       SET KAIEVT-ZURUECKGENOMMEN TO TRUE                         D24
15030D     WHEN OTHER                                                   D24
15030E       CONTINUE                                                   D24
15030F     END-EVALUATE                                                 D24
15030G     MOVE KAIAPO-CPR-STATUS-PRUEF TO KAIEVT-STATUS-NEU            D24
15030H     MOVE H-HVZ-AK-NUMMER         TO KAIEVT-AK-NUMMER             D24
15030I     MOVE KAI4AP4-SCHLIESSUNGSNR  TO KAIEVT-SCHLIESSUNGSNR        D24
15030J     PERFORM EREIGNIS-SCHREIBEN   THRU EREIGNIS-SCHREIBEN-EXIT    D24
150400     .
150500 VERARB-APO-AEND-1002.
150600     EXIT.
1566EQ TRANSFER-LOESCHEN-HVZ-1002.                                      D07
1566ER TRANSFER-LOESCHEN-HVZ-EXIT.                                      D07
1566ES     EXIT.                                                        D07
1566ET/---------------------------------------------------------------* D22
1566EU* Personenbezogene Felder einer geschlossenen Abstimmposition   * D22
1566EV* durch die vom Aufrufer gebildeten Ersatzwerte ueberschreiben  * D22
1566EW* (Betraege, Daten und Schluessel bleiben erhalten). Die        * D22
1566EX* Hochvolumen-Ablage fuehrt diese Felder nicht und wird nicht   * D22
1566EY* angesprochen.                                                 * D22
1566EZ*---------------------------------------------------------------* D22
1566F0 VERARB-APO-PSEUDO SECTION.                                       D22
1566F1 VERARB-APO-PSEUDO-1001.                                          D22
1566F2*                                                                 D22
1566F3     MOVE KAI4AP9-ABSTIMMKREIS-NR TO H-HVZ-AK-NUMMER              D22
1566F4     MOVE C-N                     TO H-HOCHVOLUMEN-KZ             D22
1566F5     PERFORM PRUEFEN-HOCHVOLUMEN-AK                               D22
1566F6                              THRU PRUEFEN-HOCHVOLUMEN-AK-EXIT    D22
1566F7     IF HOCHVOLUMEN-JA                                            D22
1566F8     THEN                                                         D22
1566F9*      KA4856 Die Daten wurden nicht gespeichert                  D22
1566FA       MOVE C-OBJEKT-KA4856       TO H-MELDUNGS-OBJEKT            D22
1566FB       PERFORM MELDUNG-EINTRAGEN                                  D22
1566FC       GO TO PROGRAMM-VERLASSEN                                   D22
1566FD     END-IF                                                       D22
1566FE*                                                                 D22
1566FF     MOVE C-DZS-ZKAAPO-U-PSEUDO   TO H-ZUGRIFFSNAME               D22
1566FG*                                                                 D22
1566FH     MOVE KAI4AP9-ABSTIMMKREIS-NR                                 D22
1566FI       TO KAIAPO-U1S-ABSTIMMKREIS-NR                              D22
1566FJ     MOVE KAI4AP9-HERKUNFT        TO KAIAPO-U1S-HERKUNFT          D22
1566FK     MOVE KAI4AP9-KONTO-ID-ABSTIMM                                D22
1566FL       TO KAIAPO-U1S-KONTO-ID-ABSTIMM                             D22
1566FM     MOVE KAI4AP9-AUSZUGSDATUM    TO KAIAPO-U1S-AUSZUGSDATUM      D22
1566FN     MOVE KAI4AP9-AUSZUGSNUMMER   TO KAIAPO-U1S-AUSZUGSNUMMER     D22
1566FO     MOVE KAI4AP9-AUSZUG-FNR      TO KAIAPO-U1S-FOLGENUMMER       D22
1566FP     MOVE KAI4AP9-LFD-NR-APO      TO KAIAPO-U1S-TRANSAKT-LFD-NR   D22
1566FQ*    nur geschlossene Positionen werden pseudonymisiert           D22
1566FR     MOVE C-STAT-GESCHL           TO KAIAPO-U1S-STATUS            D22
1566FS*                                                                 D22
1566FT     MOVE KAI4AP9-VERWENDUNGSZWECK                                D22
1566FU       TO KAIAPO-UPS-VERWENDUNGSZWECK                             D22
1566FV     MOVE KAI4AP9-ERG-TEXT        TO KAIAPO-UPS-ERGAENZUNGSTEXT   D22
1566FW     MOVE KAI4AP9-BEMERKUNG       TO KAIAPO-UPS-BEMERKUNG         D22
1566FX     MOVE KAI4AP9-GEGEN-KONTO-ID  TO KAIAPO-UPS-GEGENKONTO-ID     D22
1566FY     MOVE KAI4AP9-REMOTE-KONTO-ID                                 D22
1566FZ       TO KAIAPO-UPS-REMOTE-KONTO-ID                              D22
1566G0     MOVE KAI4AP9-KONTO-ID-ORIG   TO KAIAPO-UPS-KONTO-ID-ORIG     D22
1566G1     MOVE KAI4AP9-BV-KONTO        TO KAIAPO-UPS-BV-KONTO          D22
1566G2     MOVE KAI4AP9-NF-GEGENPARTEI  TO KAIAPO-UPS-NF-GEGENPARTEI    D22
1566G3     MOVE KAI4AP9-KLAERUNGS-PARTEI                                D22
1566G4       TO KAIAPO-UPS-KLAERUNGS-PARTEI                             D22
1566G5     MOVE KAI4AP9-TIMESTAMP       TO KAIAPO-UPS-TIMESTAMP         D22
1566G6     MOVE KAI4AP9-USER            TO KAIAPO-UPS-USER              D22
1566G7*                                                                 D22
1566G8     SET HVZ-ROUTING-N-AKTIV      TO TRUE                         D22
1566G9     PERFORM ZUGRIFF-APO                                          D22
1566GA     .                                                            D22
1566GB VERARB-APO-PSEUDO-1002.                                          D22
1566GC     EXIT.                                                        D22
156700/---------------------------------------------------------------*
156800* Datenzugriffsschicht                                          *
156900*---------------------------------------------------------------*
164100       TO APO-TRANSAKT-ID
164200     MOVE KAI4AP1-APO-TRANSAKTION-ID-FS
164300       TO APO-TRANSAKT-ID-FRESYS
164310     MOVE KAI4AP1-APO-END-TO-END-ID                               D16
164320       TO APO-END-TO-END-ID                                       D16
164330     MOVE KAI4AP1-APO-UETR                                        D16
164340       TO APO-UETR                                                D16
164350     MOVE KAI4AP1-APO-INSTRUCTION-ID                              D16
164360       TO APO-INSTRUCTION-ID                                      D16
164370     MOVE KAI4AP1-APO-VIRTUELLE-IBAN                              D18
164380       TO APO-VIRTUELLE-IBAN                                      D18
164390     MOVE KAI4AP1-APO-ENTGELT-TRAEGER                             D19
164395       TO APO-ENTGELT-TRAEGER                                     D19
1643CZ     MOVE KAI4AP1-APO-BV-ANZAHL                                   D20
1643GT       TO APO-BV-ANZAHL                                           D20
1643KN     MOVE KAI4AP1-APO-BV-KONTO                                    D20
1643OH       TO APO-BV-KONTO                                            D20
1643SB     MOVE KAI4AP1-APO-BV-SCORE                                    D20
1643W5       TO APO-BV-SCORE                                            D20
1643WK     MOVE KAI4AP1-APO-GPI-STATUS                                  D21
1643WZ       TO APO-GPI-STATUS                                          D21
1643XE     MOVE KAI4AP1-APO-GPI-GRUND                                   D21
1643XT       TO APO-GPI-GRUND                                           D21
1643Y8     MOVE KAI4AP1-APO-GPI-LETZTE-BANK                             D21
1643YN       TO APO-GPI-LETZTE-BANK                                     D21
1643Z2     MOVE KAI4AP1-APO-GPI-STATUS-ZEIT                             D21
1643ZH       TO APO-GPI-STATUS-ZEIT                                     D21
1643ZI     PERFORM HW-GEGENWERT-ERMITTELN                               D23
1643ZJ     MOVE H-HW-KURS                                               D23
1643ZK       TO APO-HW-KURS                                             D23
1643ZL     MOVE H-HW-BETRAG                                             D23
1643ZM       TO APO-HW-BETRAG                                           D23
164400     MOVE KAI4AP1-APO-ISIN 
164500       TO APO-ISIN
164600     MOVE KAI4AP1-APO-NENNWERT
1698R6       MOVE KAI4AP1-APO-HERKUNFT  TO KAI1AKK-HERKUNFT             D14
1698R7       MOVE KAI4AP1-APO-KONTO-ID-ABSTIMM                          D14
1698R8                                  TO KAI1AKK-KONTO-ID             D14
1698AJ       MOVE KAI4AP1-APO-WAEHRUNG  TO KAI1AKK-WAEHRUNG             D17
1698R9     CALL "CGSTAB"                                                D14
1698RA     USING C-TAB-LESEN-EQUAL                                      D14
1698RB           C-KONFIG-ID-KA                                         D14
1698RF           KAO0AKK-AUSGABEBEREICH                                 D14
1698RG           GSTTAB-EIN-AUSGABEBEREICH                              D14
1698RH     END-CALL                                                     D14
1698AK*      ohne Zuordnung der Waehrungstasche die des Kontos          D17
1698AL       IF GSOVER-GEWICHT          = C-GEW-ZUSTAND                 D17
1698AM          AND KAI1AKK-WAEHRUNG    NOT = SPACE                     D17
1698AN       THEN                                                       D17
1698AO         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT               D17
1698AP         MOVE SPACE               TO KAI1AKK-WAEHRUNG             D17
1698AQ         CALL "CGSTAB"                                            D17
1698AR         USING C-TAB-LESEN-EQUAL                                  D17
1698AS               C-KONFIG-ID-KA                                     D17
1698AT               C-OBJEKT-TAB-KA01AKKTO                             D17
1698AU               GSOVER-VERSTAENDIGUNGSBEREICH                      D17
1698AV               KAI1AKK-EINGABEBEREICH                             D17
1698AW               KAO0AKK-AUSGABEBEREICH                             D17
1698AX               GSTTAB-EIN-AUSGABEBEREICH                          D17
1698AY         END-CALL                                                 D17
1698AZ       END-IF                                                     D17
1698RI       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT           D14
1698RJ          AND KAO0AKK-ROLLE-KONTO = KAO0AKP-ROLLE-KONTO           D14
1698RK       THEN                                                       D14
1698CV TECHNIK-REGEL-PRUEFEN-1002.                                      D11
1698CW TECHNIK-REGEL-PRUEFEN-EXIT.                                      D11
1698CX     EXIT.                                                        D11
169E00/---------------------------------------------------------------* D23
169E01* Gegenwert der Position in Hauswaehrung zum Schlusskurs des     *D23
169E02* Buchungstags (KA02AKKU); Hauswaehrungsposten mit Kurs 1. Ohne  *D23
169E03* gepflegten Kurs bleiben Kurs und Gegenwert 0 - die Freigabe    *D23
169E04* weist fuer solche Posten keinen realisierten Kurserfolg aus    *D23
169E05*---------------------------------------------------------------* D23
169E06 HW-GEGENWERT-ERMITTELN SECTION.                                  D23
169E07 HW-GEGENWERT-ERMITTELN-1001.                                     D23
169E08     MOVE ZERO                    TO H-HW-KURS                    D23
169E09     MOVE ZERO                    TO H-HW-BETRAG                  D23
169E0A     IF KAI4AP1-APO-WAEHRUNG      = C-HAUSWAEHRUNG                D23
169E0B        OR KAI4AP1-APO-WAEHRUNG   = SPACE                         D23
169E0C     THEN                                                         D23
169E0D       MOVE 1                     TO H-HW-KURS                    D23
169E0E       MOVE KAI4AP1-APO-BETRAG    TO H-HW-BETRAG                  D23
169E0F       GO TO HW-GEGENWERT-ERMITTELN-EXIT                          D23
169E0G     END-IF                                                       D23
169E0H     MOVE KAI4AP1-APO-WAEHRUNG    TO KAI0AKC-WAEHRUNG             D23
169E0I     MOVE KAI4AP1-APO-BUTAG       TO KAI0AKC-STICHTAG             D23
169E0J     MOVE ZERO                    TO KAO0AKC-KURS                 D23
169E0K     CALL "CGSTAB"                                                D23
169E0L     USING C-TAB-LESEN-EQUAL                                      D23
169E0M           C-KONFIG-ID-KA                                         D23
169E0N           C-OBJEKT-TAB-KA02AKKU                                  D23
169E0O           GSOVER-VERSTAENDIGUNGSBEREICH                          D23
169E0P           KAI0AKC-EINGABEBEREICH                                 D23
169E0Q           KAO0AKC-AUSGABEBEREICH                                 D23
169E0R           GSTTAB-EIN-AUSGABEBEREICH                              D23
169E0S     END-CALL                                                     D23
169E0T     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D23
169E0U     THEN                                                         D23
169E0V*      fehlender Kurs verhindert die Anlage nicht                 D23
169E0W       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D23
169E0X       GO TO HW-GEGENWERT-ERMITTELN-EXIT                          D23
169E0Y     END-IF                                                       D23
169E0Z     COMPUTE H-HW-BETRAG ROUNDED  = KAI4AP1-APO-BETRAG            D23
169E10                                  * KAO0AKC-KURS                  D23
169E11       ON SIZE ERROR                                              D23
169E12         MOVE ZERO                TO H-HW-BETRAG                  D23
169E13         GO TO HW-GEGENWERT-ERMITTELN-EXIT                        D23
169E14     END-COMPUTE                                                  D23
169E15     MOVE KAO0AKC-KURS            TO H-HW-KURS                    D23
169E16     .                                                            D23
169E17 HW-GEGENWERT-ERMITTELN-1002.                                     D23
169E18 HW-GEGENWERT-ERMITTELN-EXIT.                                     D23
169E19     EXIT.                                                        D23
169892/---------------------------------------------------------------* D05
169894* Ermittlung des Abstimmkreises zu einer Schliessungsnummer      * D05
169896* (Auftrag KKA5SL) fuer Stellen, an denen nur die Schliessungs-  * D05
170404 LOESCHEN-APO-HVZ-SATZ-1002.                                      D05
170406 LOESCHEN-APO-HVZ-SATZ-EXIT.                                      D05
170408     EXIT.                                                        D05
170409/---------------------------------------------------------------* D24
17040A* Ereignis zum Klaerungsstatus einer APO aus KAI4AP7            * D24
17040B*---------------------------------------------------------------* D24
17040C EREIGNIS-APO-KLAER SECTION.                                      D24
17040D EREIGNIS-APO-KLAER-1001.                                         D24
17040E     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D24
17040F     THEN                                                         D24
17040G       GO TO EREIGNIS-APO-KLAER-EXIT                              D24
17040H     END-IF                                                       D24
17040I     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D24
17040J     SET KAIEVT-OBJEKT-APO        TO TRUE                         D24
17040K     IF KAI4AP7-STATUS            = C-STATUS-KLAERUNG             D24
17040L     THEN                                                         D24
17040M       SET KAIEVT-KLAERUNG        TO TRUE                         D24
17040N     ELSE                                                         D24
17040O       SET KAIEVT-WIEDER-OFFEN    TO TRUE                         D24
17040P     END-IF                                                       D24
17040Q     MOVE KAI4AP7-ABSTIMMKREIS-NR TO KAIEVT-AK-NUMMER             D24
17040R     MOVE KAI4AP7-HERKUNFT        TO KAIEVT-HERKUNFT              D24
17040S     MOVE KAI4AP7-KONTO-ID-ABSTIMM                                D24
17040T       TO KAIEVT-KONTO-ID                                         D24
17040U     MOVE KAI4AP7-AUSZUGSDATUM    TO KAIEVT-AUSZUGSDATUM          D24
17040V     MOVE KAI4AP7-AUSZUGSNUMMER   TO KAIEVT-AUSZUGSNUMMER         D24
17040W     MOVE KAI4AP7-AUSZUG-FNR      TO KAIEVT-AUSZUG-FNR            D24
17040X     MOVE KAI4AP7-LFD-NR-APO      TO KAIEVT-LFD-NR-APO            D24
17040Y     MOVE KAI4AP7-STATUS          TO KAIEVT-STATUS-NEU            D24
17040Z     PERFORM EREIGNIS-SCHREIBEN THRU EREIGNIS-SCHREIBEN-EXIT      D24
170410     .                                                            D24
170411 EREIGNIS-APO-KLAER-1002.                                         D24
170412 EREIGNIS-APO-KLAER-EXIT.                                         D24
170413     EXIT.                                                        D24
170414/---------------------------------------------------------------* D24
170415* Ereignis zu einer APO aus KAI4AP1 (Anlage, Update-Check)      * D24
170416*---------------------------------------------------------------* D24
170417 EREIGNIS-APO1-SCHREIBEN SECTION.                                 D24
170418 EREIGNIS-APO1-SCHREIBEN-1001.                                    D24
170419     SET KAIEVT-OBJEKT-APO        TO TRUE                         D24
17041A     MOVE KAI4AP1-APO-ABSTIMMKREIS-NR                             D24
17041B       TO KAIEVT-AK-NUMMER                                        D24
17041C     MOVE KAI4AP1-APO-HERKUNFT    TO KAIEVT-HERKUNFT              D24
17041D     MOVE KAI4AP1-APO-KONTO-ID-ABSTIMM                            D24
17041E       TO KAIEVT-KONTO-ID                                         D24
17041F     MOVE KAI4AP1-APO-AUSZUGSDATUM                                D24
17041G       TO KAIEVT-AUSZUGSDATUM                                     D24
17041H     MOVE KAI4AP1-APO-AUSZUGSNUMMER                               D24
17041I       TO KAIEVT-AUSZUGSNUMMER                                    D24
17041J     MOVE KAI4AP1-APO-AUSZUG-FNR  TO KAIEVT-AUSZUG-FNR            D24
17041K     MOVE KAI4AP1-APO-LFD-NR-APO  TO KAIEVT-LFD-NR-APO            D24
17041L     MOVE KAI4AP1-APO-SCHLIESSUNGSNR                              D24
17041M       TO KAIEVT-SCHLIESSUNGSNR                                   D24
17041N     MOVE KAI4AP1-APO-STATUS      TO KAIEVT-STATUS-NEU            D24
17041O     MOVE KAI4AP1-APO-BETRAG      TO KAIEVT-BETRAG                D24
17041P     MOVE KAI4AP1-APO-WAEHRUNG    TO KAIEVT-WAEHRUNG              D24
17041Q     PERFORM EREIGNIS-SCHREIBEN   THRU EREIGNIS-SCHREIBEN-EXIT    D24
17041R     .                                                            D24
17041S EREIGNIS-APO1-SCHREIBEN-1002.                                    D24
17041T EREIGNIS-APO1-SCHREIBEN-EXIT.                                    D24
17041U     EXIT.                                                        D24
17041V/---------------------------------------------------------------* D24
17041W* Ereignis ueber AKAEVT in die Outbox KA02AKEO schreiben; die   * D24
17041X* Aenderung gilt nur zusammen mit ihrem Ereignis                * D24
17041Y*---------------------------------------------------------------* D24
17041Z EREIGNIS-SCHREIBEN SECTION.                                      D24
170420 EREIGNIS-SCHREIBEN-1001.                                         D24
170421     MOVE C-01-INT-EREIGNIS-SCHR  TO KAIEVT-FUNKTION              D24
170422     MOVE C-KKA4AP                TO KAIEVT-PROGRAMM              D24
170423     MOVE GSO0ANM-BENUTZERIDENTIFIKATION                          D24
170424       TO KAIEVT-BENUTZER                                         D24
170425     CALL "AKAEVT"                                                D24
170426     USING KAIEVT-EIN-AUSGABEBEREICH                              D24
170427           GSOVER-VERSTAENDIGUNGSBEREICH                          D24
170428     END-CALL                                                     D24
170429     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D24
17042A     THEN                                                         D24
17042B*      KA4856 Die Daten wurden nicht gespeichert                  D24
17042C       MOVE C-OBJEKT-KA4856       TO H-MELDUNGS-OBJEKT            D24
17042D       PERFORM MELDUNG-EINTRAGEN                                  D24
17042E       GO TO PROGRAMM-VERLASSEN                                   D24
17042F     END-IF                                                       D24
17042G     .                                                            D24
17042H EREIGNIS-SCHREIBEN-1002.                                         D24
17042I EREIGNIS-SCHREIBEN-EXIT.                                         D24
17042J     EXIT.                                                        D24
169700/---------------------------------------------------------------*
169800* Programminitialisierung                                       *
169900*---------------------------------------------------------------*

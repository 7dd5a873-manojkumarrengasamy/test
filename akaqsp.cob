002900* fortgeschrieben. Im Berichtsmodus (QSPPARM Modus B,       *
003000* Quartal = 3 Ziehungsmonate) entsteht der Fehlerquoten-    *
003100* bericht je Fachbereich und Schliessungsart.               *
003110* Die Risikoeinstufung des Abstimmkreises (KA02AKRK) passt  *     D02
003120* den Promille-Satz an: Klasse H mit FAKTOR-HOCH, Klasse N  *     D02
003130* mit FAKTOR-NIEDRIG (Prozent, QSPPARM; Vorgabe 200 bzw.    *     D02
003140* 50), hoechstens 999 Promille. Klasse M und Kreise ohne    *     D02
003150* Einstufung behalten den Satz aus QSPPARM.                 *     D02
003200*@E-ELEMENTBESCHREIBUNG                                     *
003300*                                                           *
004000*@A-COBOL-COPY                                              *
004700* CKA0AKQS   : ZEILENSCAN KA03AKQS                          *
004800* CKAI0AQS   : EINGABEBEREICH KA02AKQS                      *
004900* CKAO0AQS   : AUSGABEBEREICH KA02AKQS                      *
004910* CKAI0ARK   : EINGABEBEREICH KA02AKRK                      *     D02
004920* CKAO0ARK   : AUSGABEBEREICH KA02AKRK                      *     D02
005000*@E-COBOL-COPY                                              *
005100*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090054*     und Quartals-Fehlerquotenbericht.                      *     D01
090055*     Datum: 09.09.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
090057* D02 R58806                                                *     D02
090058*     Promille-Satz der Stichprobe nach Risikoeinstufung    *     D02
090059*     des Abstimmkreises (KA02AKRK) gewichtet.              *     D02
090060*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090061*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
102800     05 QSP-P-RATE-MANUELL        PIC 9(003).
102900     05 FILLER                    PIC X(001).
103000     05 QSP-P-RATE-AUTO           PIC 9(003).
103001     05 FILLER                    PIC X(001).                     D02
103002     05 QSP-P-FAKTOR-HOCH         PIC 9(003).                     D02
103003     05 FILLER                    PIC X(001).                     D02
103004     05 QSP-P-FAKTOR-NIEDRIG      PIC 9(003).                     D02
103100 FD  QSPANTW
103200     RECORDING MODE IS F.
103300 01  QSP-ANTW-SATZ.
105500     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
105600     20 C-OBJEKT-TAB-KA02AKQS     PIC X(009) VALUE "KA02AKQS".
105700     20 C-OBJEKT-TAB-KA03AKQS     PIC X(009) VALUE "KA03AKQS".
105701     20 C-OBJEKT-TAB-KA02AKRK     PIC X(009) VALUE "KA02AKRK".    D02
105800     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
105900     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
106000     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)
106100                                  VALUE "SCHREIBEN-EQUAL".
106200     20 C-SCHLIESSART-AUTOMATIK   PIC X(002) VALUE "AU".
106300     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106301     20 C-STD-FAKTOR-HOCH         PIC 9(003) VALUE 200.           D02
106302     20 C-STD-FAKTOR-NIEDRIG      PIC 9(003) VALUE 50.            D02
106303     20 C-RATE-MAX                PIC 9(003) VALUE 999.           D02
106304     20 C-KLASSE-HOCH             PIC X(001) VALUE "H".           D02
106305     20 C-KLASSE-NIEDRIG          PIC X(001) VALUE "N".           D02
106400 01  C-STATI.
106500     05 C-STATUS-GESCHLOSSEN      PIC 9(001) VALUE 8.
106600/---------------------------------------------------------------*
110000     05 QSP-AKRS                  OCCURS 500.
110100        10 QSP-R-AK-NUMMER        PIC 9(005).
110200        10 QSP-R-FACHBEREICH      PIC X(004).
110201        10 QSP-R-KLASSE           PIC X(001).                     D02
110300/---------------------------------------------------------------*
110400* Quotensummen je Fachbereich und Schliessungsart               *
110500*---------------------------------------------------------------*
112300  COPY CKA0AKQS.
112400  COPY CKAI0AQS.
112500  COPY CKAO0AQS.
112501  COPY CKAI0ARK.                                                  D02
112502  COPY CKAO0ARK.                                                  D02
112600 01  DUMMY                        PIC X(001).
112700/---------------------------------------------------------------*
112800* Hilfsvariable                                                 *
114000 01  H-SUMME-IND                  PIC 9(003) COMP-3.
114100 01  H-STREUWERT                  PIC 9(003) COMP-3.
114200 01  H-RATE                       PIC 9(003) COMP-3.
114201 01  H-RATE-RECHNUNG              PIC 9(006) COMP-3.              D02
114202 01  H-FAKTOR-HOCH                PIC 9(003) COMP-3.              D02
114203 01  H-FAKTOR-NIEDRIG             PIC 9(003) COMP-3.              D02
114204 01  H-KLASSE                     PIC X(001).                     D02
114300 01  H-FACHBEREICH                PIC X(004).
114400 01  H-DATUM-ARBEIT               PIC 9(008).
114500 01  H-DATUM-X REDEFINES H-DATUM-ARBEIT.
117700       AT END
117800         INITIALIZE QSP-PARM-SATZ
117900     END-READ
117901     IF QSP-P-FAKTOR-HOCH         NUMERIC                         D02
117902        AND QSP-P-FAKTOR-HOCH     > ZERO                          D02
117903     THEN                                                         D02
117904       MOVE QSP-P-FAKTOR-HOCH     TO H-FAKTOR-HOCH                D02
117905     ELSE                                                         D02
117906       MOVE C-STD-FAKTOR-HOCH     TO H-FAKTOR-HOCH                D02
117907     END-IF                                                       D02
117908     IF QSP-P-FAKTOR-NIEDRIG      NUMERIC                         D02
117909        AND QSP-P-FAKTOR-NIEDRIG  > ZERO                          D02
11790A     THEN                                                         D02
11790B       MOVE QSP-P-FAKTOR-NIEDRIG  TO H-FAKTOR-NIEDRIG             D02
11790C     ELSE                                                         D02
11790D       MOVE C-STD-FAKTOR-NIEDRIG  TO H-FAKTOR-NIEDRIG             D02
11790E     END-IF                                                       D02
118000     .
118100 1000-INITIALISIERUNG-1002.
118200 1000-INITIALISIERUNG-EXIT.
125700                                     (QSP-ANZ-AKRS)
125800         MOVE KA0AKRS-FACHBEREICH TO QSP-R-FACHBEREICH
125900                                     (QSP-ANZ-AKRS)
125901*        Risikoeinstufung des Kreises (ohne Satz: keine)          D02
125902         MOVE KA0AKRS-AK-NUMMER   TO KAI0ARK-AK-NUMMER            D02
125903         CALL "CGSTAB"                                            D02
125904         USING C-TAB-LESEN-EQUAL                                  D02
125905               C-KONFIG-ID-KA                                     D02
125906               C-OBJEKT-TAB-KA02AKRK                              D02
125907               GSOVER-VERSTAENDIGUNGSBEREICH                      D02
125908               KAI0ARK-EINGABEBEREICH                             D02
125909               KAO0ARK-AUSGABEBEREICH                             D02
12590A               GSTTAB-EIN-AUSGABEBEREICH                          D02
12590B         END-CALL                                                 D02
12590C         IF GSOVER-GEWICHT        = C-GEW-NICHT-GESETZT           D02
12590D         THEN                                                     D02
12590E           MOVE KAO0ARK-KLASSE    TO QSP-R-KLASSE (QSP-ANZ-AKRS)  D02
12590F         ELSE                                                     D02
12590G           MOVE C-GEW-NICHT-GESETZT                               D02
12590H                                  TO GSOVER-GEWICHT               D02
12590I           MOVE SPACE             TO QSP-R-KLASSE (QSP-ANZ-AKRS)  D02
12590J         END-IF                                                   D02
126000       END-IF
126100       ADD C-1                    TO H-LFD-ZEILE
126200       PERFORM 2100-AKRS-ZEILE-LESEN
135700     ELSE
135800       MOVE QSP-P-RATE-MANUELL    TO H-RATE
135900     END-IF
135901*    Gewichtung nach Risikoeinstufung des Abstimmkreises          D02
135902     MOVE SPACE                   TO H-KLASSE                     D02
135903     PERFORM VARYING H-SUCH-IND FROM 1 BY 1                       D02
135904             UNTIL H-SUCH-IND     > QSP-ANZ-AKRS                  D02
135905       IF QSP-R-AK-NUMMER (H-SUCH-IND) = KA0SCH-AK-NUMMER         D02
135906       THEN                                                       D02
135907         MOVE QSP-R-KLASSE (H-SUCH-IND)                           D02
135908                                  TO H-KLASSE                     D02
135909       END-IF                                                     D02
13590A     END-PERFORM                                                  D02
13590B     EVALUATE H-KLASSE                                            D02
13590C       WHEN C-KLASSE-HOCH                                         D02
13590D         COMPUTE H-RATE-RECHNUNG  = H-RATE * H-FAKTOR-HOCH / 100  D02
13590E       WHEN C-KLASSE-NIEDRIG                                      D02
13590F         COMPUTE H-RATE-RECHNUNG  = H-RATE * H-FAKTOR-NIEDRIG     D02
13590G                                  / 100                           D02
13590H       WHEN OTHER                                                 D02
13590I         MOVE H-RATE              TO H-RATE-RECHNUNG              D02
13590J     END-EVALUATE                                                 D02
13590K     IF H-RATE-RECHNUNG           > C-RATE-MAX                    D02
13590L     THEN                                                         D02
13590M       MOVE C-RATE-MAX            TO H-RATE                       D02
13590N     ELSE                                                         D02
13590O       MOVE H-RATE-RECHNUNG       TO H-RATE                       D02
13590P     END-IF                                                       D02
136000     IF H-STREUWERT               >= H-RATE
136100     THEN
136200       GO TO 3200-SCH-ZIEHEN-EXIT

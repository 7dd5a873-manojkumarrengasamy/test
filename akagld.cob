090063*     sichtbar (Hinweis in der Modulbeschreibung).           *     D02
090064*     Datum: 14.09.2026                          NKZ: KLM   *     D02
090065*                                                           *     D02
090066* D03 R58773                                                *     D03
090067*     GL-Differenzbetraege (KA02AKGD) mit 3 Nachkomma-      *     D03
090068*     stellen fuer Waehrungen mit 3 Nachkommastellen lt.    *     D03
090069*     Waehrungsstamm KA00AKWA.                              *     D03
090070*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090071*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
106300        10 GLD-T-LFD-NR           PIC 9(007).
106400        10 GLD-T-ART              PIC X(010).
106500        10 GLD-T-PRIMANOTA        PIC 9(005).
106600        10 GLD-T-BETRAG-KORDOBA   PIC S9(011)V9(003) COMP-3.      D03
106700        10 GLD-T-BETRAG-GL        PIC S9(011)V9(003) COMP-3.      D03
106800        10 GLD-T-FACHBEREICH      PIC X(004).
106900        10 GLD-T-STATUS           PIC X(001).
107000        10 GLD-T-DISPO-CODE       PIC X(002).

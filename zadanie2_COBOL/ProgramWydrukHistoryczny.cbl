      *> RAPHIST - wydruk historyczny raportu klientow wg kraju dla
      *> okresu juz zamknietego przez ZAMKOKR. DKTS odmawia okresow
      *> pokrywajacych sie z OkresyZamkniete (415), bo ich transakcje
      *> sa juz tylko w historii - ten program odtwarza z historii
      *> uklad RaportKlientow: sekcje krajow (debet / kredyt / netto
      *> / PLN po kursie z dnia transakcji), konsolidacje PLN per
      *> klient oraz salda okresu: otwarcie = migawka SaldaOkresow
      *> poprzedniego zamkniecia, zamkniecie = migawka tego okresu,
      *> ruch = netto transakcji okresu z HistoriaTransakcji.
      *> PARM: "OD=RRRRMMDD,DO=RRRRMMDD" - granice musza byc dokladnie
      *> granicami okresu z OkresyZamkniete. Dodatkowe tokeny
      *> dwuliterowe zawezaja wydruk do wskazanych krajow (bez nich:
      *> wszystkie kraje wystepujace w historii okresu).
      *> Program wylacznie czyta - wynik idzie do osobnego pliku
      *> RaportKlientowHistoryczny, kazda sekcja oznaczona jako wydruk
      *> historyczny. SaldaKlientow, PunktyKontrolne, ProfileWyciagow
      *> ani EksportRaportu nie sa nawet otwierane. Kod klienta
      *> wycofany pozniej przez SCALKL jest rozwiazywany przez
      *> OdsylaczeKlientow na kod pozostajacy (nazwa, uzgodnienie sald).
IDENTIFICATION DIVISION.
PROGRAM-ID. RAPHIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT OKRESYFILE ASSIGN TO "OkresyZamkniete"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OKR-STATUS.

        SELECT HISTORIAFILE ASSIGN TO "HistoriaTransakcji"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-REFERENCJA
                FILE STATUS IS HIS-STATUS.

        SELECT SALDAOKRESOWFILE ASSIGN TO "SaldaOkresow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOK-STATUS.

        SELECT KURSYWALUTFILE ASSIGN TO "KursyWalut"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KWF-STATUS.

        SELECT DANEKLIENTOWFILE ASSIGN TO "DaneKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KOD-KLIENTA-DK
                FILE STATUS IS DKF-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportKlientowHistoryczny"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT ODSYLACZEFILE ASSIGN TO "OdsylaczeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XRF-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Uklad jak w ZAMKOKR/DKTS.
FD OKRESYFILE.
01 OKRES-RECORD.
        05 OKR-OD                   PIC 9(8).
        05 FILLER                   PIC X(1).
        05 OKR-DO                   PIC 9(8).
        05 FILLER                   PIC X(1).
        05 OKR-DATA-ZAMKNIECIA      PIC X(8).
        05 FILLER                   PIC X(1).
        05 OKR-LICZBA-TRANSAKCJI    PIC 9(6).
        05 FILLER                   PIC X(1).
        05 OKR-LICZBA-SALD          PIC 9(6).

      *> Uklad jak w ZAMKOKR.
FD HISTORIAFILE.
01 HISTORIA-RECORD.
        05 HIST-REFERENCJA          PIC X(12).
        05 HIST-KRAJ                PIC X(16).
        05 HIST-KLIENT              PIC X(16).
        05 HIST-WALUTA              PIC X(17).
        05 HIST-FLAGA               PIC X(14).
        05 HIST-WARTOSC             PIC X(13).
        05 HIST-DATA                PIC X(8).
        05 HIST-STORNO              PIC X(1).
        05 HIST-REF-ORYG            PIC X(12).
        05 HIST-OKRES-OD            PIC 9(8).
        05 HIST-OKRES-DO            PIC 9(8).

      *> Migawki sald zdejmowane przez ZAMKOKR (300-MIGAWKA-SALD).
FD SALDAOKRESOWFILE.
01 SALDO-OKRESU-RECORD.
        05 SOK-OKRES-DO             PIC 9(8).
        05 FILLER                   PIC X(1).
        05 SOK-KLUCZ.
                10 SOK-KLIENT       PIC X(17).
                10 SOK-WALUTA       PIC X(17).
        05 SOK-WARTOSC              PIC S9(13)V99.

      *> Uklad jak w DKTS - kursy z data obowiazywania.
FD KURSYWALUTFILE.
01 KURS-RECORD.
        05 KURS-WALUTA              PIC A(17).
        05 KURS-WARTOSC             PIC 9(3)V9(4).
        05 KURS-DATA                PIC X(8).

FD DANEKLIENTOWFILE.
01 KLIENCI-RECORD.
        05 KOD-KLIENTA-DK           PIC A(16).
        05 NAZWA-KLIENTA            PIC A(16).
        05 ADRES-KLIENTA            PIC A(16).
        05 NIP                      PIC 9(10).

FD RAPORTFILE.
01 RAPORT-LINE                      PIC X(132).

      *> Uklad jak w SCALKL.
FD ODSYLACZEFILE.
01 ODSYLACZ-RECORD.
        05 XR-STARY                 PIC X(16).
        05 FILLER                   PIC X(1).
        05 XR-NOWY                  PIC X(16).
        05 FILLER                   PIC X(1).
        05 XR-DATA                  PIC X(8).
        05 FILLER                   PIC X(1).
        05 XR-OPERATOR-WPROW        PIC X(8).
        05 FILLER                   PIC X(1).
        05 XR-OPERATOR-ZATW         PIC X(8).


WORKING-STORAGE SECTION.

77 OKR-STATUS           PIC X(2) VALUE "00".
77 HIS-STATUS           PIC X(2) VALUE "00".
77 SOK-STATUS           PIC X(2) VALUE "00".
77 KWF-STATUS           PIC X(2) VALUE "00".
77 DKF-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 XRF-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-OKR       PIC X VALUE "N".
77 EOF-SWITCH-HIS       PIC X VALUE "N".
77 EOF-SWITCH-SOK       PIC X VALUE "N".
77 EOF-SWITCH-XR        PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.
77 WS-DATA-TMP          PIC X(8) VALUE SPACES.

      *> Okres wydruku i jego wpis w rejestrze okresow zamknietych.
      *> DATA-DO-POPRZEDNI = data DO ostatniego okresu zamknietego
      *> przed tym okresem (0 = pierwszy okres - otwarcie zerowe).
77 DATA-OD              PIC 9(8) VALUE 0.
77 DATA-DO              PIC 9(8) VALUE 0.
77 WS-OD-PODANE         PIC X VALUE "N".
77 WS-DO-PODANE         PIC X VALUE "N".
77 WS-OKRES-ZNALEZIONY  PIC X VALUE "N".
77 DATA-DO-POPRZEDNI    PIC 9(8) VALUE 0.
77 WS-DATA-ZAMKNIECIA   PIC X(8) VALUE SPACES.
77 REJ-LICZBA-TRANSAKCJI PIC 9(6) VALUE 0.
77 REJ-LICZBA-SALD      PIC 9(6) VALUE 0.

      *> Kraje wydruku: z PARM albo (bez tokenow krajow) zbierane
      *> z historii okresu w kolejnosci wystapienia.
78 MAX-KRAJE-LISTA         VALUE 200.
01 TABLICA-KRAJOW.
        02 KRAJ-WYDRUKU OCCURS MAX-KRAJE-LISTA TIMES PIC X(2).
77 ILOSC-KRAJOW         PIC 9(4) VALUE 0.
77 IDX-KRAJ             PIC 9(4) VALUE 0.
77 WS-KRAJE-Z-PARM      PIC X VALUE "N".
77 WS-KRAJ-ZNALEZIONY   PIC X VALUE "N".
77 SELECT-COUNTRY       PIC X(2) VALUE SPACES.

      *> Transakcje okresu wczytane JEDNYM odczytem historii - kazdy
      *> kraj wybiera potem swoje rekordy z pamieci (wzorzec stagingu
      *> z DKTS). Pojemnosc na pelny okres, jak spool w ZAMKOKR.
78 MAX-TRANSAKCJE-OKRESU   VALUE 50000.
01 TABLICA-OKRESU.
        02 TRANSAKCJA-OKRESU OCCURS MAX-TRANSAKCJE-OKRESU TIMES
                                    PIC X(109).
77 ILOSC-TRANSAKCJI     PIC 9(5) VALUE 0.
77 IDX-TRANS            PIC 9(5) VALUE 0.

      *> Biezaca transakcja w ukladzie TRANSAKCJE-RECORD.
01 OBRAZ-TRANSAKCJI.
        05 OT-KRAJ              PIC X(16).
        05 OT-KLIENT            PIC X(16).
        05 OT-WALUTA            PIC X(17).
        05 OT-FLAGA             PIC X(14).
        05 OT-WARTOSC           PIC X(13).
        05 OT-WARTOSC-NUM REDEFINES OT-WARTOSC PIC 9(11)V99.
        05 OT-DATA              PIC X(8).
        05 OT-DATA-NUM REDEFINES OT-DATA PIC 9(8).
        05 OT-REFERENCJA        PIC X(12).
        05 OT-STORNO            PIC X(1).
        05 OT-REF-ORYG          PIC X(12).

      *> Wiersze raportu biezacego kraju: para klient/waluta. Kod
      *> klienta obok nazwy prezentacyjnej - jak RAPORT-KOD w DKTS.
78 MAX-RAPORT-WIERSZY      VALUE 2000.
01 TABLICA-RAPORT.
        02 WIERSZ-R     OCCURS MAX-RAPORT-WIERSZY TIMES.
                03 RAPORT-KOD           PIC X(17).
                03 RAPORT-NAZWA         PIC X(17).
                03 RAPORT-WALUTA        PIC X(17).
                03 RAPORT-DEBET         PIC 9(13)V99.
                03 RAPORT-KREDYT        PIC 9(13)V99.
                03 RAPORT-NETTO         PIC S9(13)V99.
                03 RAPORT-PLN           PIC S9(13)V99.
77 ILOSC-WIERSZY        PIC 9(4) VALUE 0.
77 W                    PIC 9(4) VALUE 0.
77 BIEZACYWIERSZ        PIC 9(4) VALUE 0.

      *> Konsolidacja pozycji klienta w PLN (jak 208 w DKTS).
78 MAX-KONSOLIDACJA        VALUE 500.
01 TABLICA-KONSOLIDACJA.
        02 WIERSZ-KONS   OCCURS MAX-KONSOLIDACJA TIMES.
                03 KLIENT-KONS          PIC X(17).
                03 SUMA-PLN-KONS        PIC S9(13)V99.
77 ILOSC-KONSOLIDACJI   PIC 9(4) VALUE 0.
77 K                    PIC 9(4) VALUE 0.
77 WS-KONSOLIDACJA-PELNA PIC X VALUE "N".

      *> Kursy walut jak TABLICA-KURSY w DKTS - 211 wybiera kurs
      *> obowiazujacy w dniu transakcji.
78 MAX-KURSY-WALUT         VALUE 9000.
01 TABLICA-KURSY.
        02 WIERSZ-KURS   OCCURS MAX-KURSY-WALUT TIMES.
                03 WALUTA-KURS      PIC A(17).
                03 WARTOSC-KURS     PIC 9(3)V9(4).
                03 DATA-KURS        PIC 9(8).
77 ILOSC-KURSOW         PIC 9(4) VALUE 0.
77 WS-KURS-ZNALEZIONY   PIC X VALUE "N".
77 WS-KURS-BIEZACY      PIC 9(3)V9(4) VALUE 0.
77 KURS-SZUK-WALUTA     PIC X(17) VALUE SPACES.
77 KURS-SZUK-DATA       PIC 9(8) VALUE 0.
77 KURS-DATA-NAJLEPSZA  PIC 9(8) VALUE 0.

      *> Salda okresu per klient/waluta: otwarcie i zamkniecie
      *> z migawek, ruch z historii (tylko klienci z DaneKlientow -
      *> ten sam filtr, pod ktorym DKTS ksiegowal ruch w saldach).
78 MAX-SALDA               VALUE 5000.
01 TABLICA-SALD.
        02 WIERSZ-SALDA  OCCURS MAX-SALDA TIMES.
                03 SAL-KLUCZ.
                        04 SAL-KLIENT   PIC X(17).
                        04 SAL-WALUTA   PIC X(17).
                03 SAL-OTWARCIE         PIC S9(13)V99.
                03 SAL-RUCH             PIC S9(13)V99.
                03 SAL-ZAMKNIECIE       PIC S9(13)V99.
77 ILOSC-SALD           PIC 9(4) VALUE 0.
77 IDX-SAL              PIC 9(4) VALUE 0.
77 WS-SZUK-KLUCZ        PIC X(34) VALUE SPACES.
77 SALDO-ROZNICA        PIC S9(13)V99 VALUE 0.
77 WS-SALDA-DOSTEPNE    PIC X VALUE "N".

      *> Nazwy klientow z DaneKlientow (odczyt po kluczu). Brak pliku
      *> = wydruk z kodami zamiast nazw.
77 WS-KLIENCI-DOSTEPNI  PIC X VALUE "N".
77 WS-KLIENT-ZNALEZIONY PIC X VALUE "N".
77 WS-KLIENT-NAZWA      PIC X(17) VALUE SPACES.
77 WS-KLIENT-SZUKANY    PIC X(16) VALUE SPACES.

      *> Odsylacze kodow wycofanych przez SCALKL. Kod spoza
      *> DaneKlientow idzie po odsylaczach (lancuch A -> B -> C) do
      *> kodu pozostajacego; limit krokow chroni przed petla.
78 MAX-ODSYLACZE           VALUE 5000.
78 MAX-KROKI-ODSYLACZY     VALUE 20.
01 TABLICA-ODSYLACZY.
        02 WIERSZ-XR     OCCURS MAX-ODSYLACZE TIMES.
                03 XRT-STARY        PIC X(16).
                03 XRT-NOWY         PIC X(16).
77 ILOSC-ODSYLACZY      PIC 9(4) VALUE 0.
77 IDX-XR               PIC 9(4) VALUE 0.
77 WS-KOD-ODSYLACZA     PIC X(16) VALUE SPACES.
77 WS-ODSYLACZ-DALEJ    PIC X VALUE "N".
77 WS-KROKI-ODSYLACZA   PIC 9(2) VALUE 0.
77 WS-KLIENT-SCALONY    PIC X VALUE "N".

      *> Liczniki i sumy kontrolne.
77 LICZBA-HISTORII      PIC 9(7) VALUE 0.
77 LICZBA-BLEDNYCH      PIC 9(6) VALUE 0.
77 LICZBA-BRAK-KURSU    PIC 9(6) VALUE 0.
77 LICZBA-MIGAWKA-OTW   PIC 9(6) VALUE 0.
77 LICZBA-MIGAWKA-ZAM   PIC 9(6) VALUE 0.
77 LICZBA-ROZNIC-SALD   PIC 9(6) VALUE 0.
77 LICZBA-WYBRANYCH-KRAJ PIC 9(6) VALUE 0.
77 SUMA-WARTOSC-KRAJ    PIC 9(15)V99 VALUE 0.
77 TOTAL-DEBET          PIC 9(15)V99 VALUE 0.
77 TOTAL-KREDYT         PIC 9(15)V99 VALUE 0.
77 TOTAL-NETTO          PIC S9(15)V99 VALUE 0.
77 SUMA-OTWARCIA        PIC S9(15)V99 VALUE 0.
77 SUMA-RUCHU           PIC S9(15)V99 VALUE 0.
77 SUMA-ZAMKNIECIA      PIC S9(15)V99 VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".

      *> Linia raportu jak LINIA-RAPORTU w DKTS.
01 LINIA-RAPORTU.
        05 LR-KLIENT     PIC X(20).
        05 LR-DEBET      PIC Z(12)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LR-KREDYT     PIC Z(12)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LR-NETTO      PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LR-WALUTA     PIC X(19).
        05 LR-PLN        PIC -(13)9.99.

      *> Linia salda jak LINIA-SALDA w DKTS plus roznica uzgodnienia
      *> "otwarcie + ruch = zamkniecie" i uwaga do wiersza.
01 LINIA-SALDA.
        05 LS-KLIENT     PIC X(20).
        05 LS-WALUTA     PIC X(10).
        05 LS-OTWARCIE   PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LS-RUCH       PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LS-ZAMKNIECIE PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LS-ROZNICA    PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LS-UWAGA      PIC X(7).


PROCEDURE DIVISION.

000-MAIN.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 110-SPRAWDZ-OKRES.
        PERFORM 120-OTWORZ-RAPORT.
        PERFORM 130-OTWORZ-KLIENTOW.
        PERFORM 140-WCZYTAJ-KURSY.
        PERFORM 200-WCZYTAJ-HISTORIE.

        PERFORM VARYING IDX-KRAJ FROM 1 BY 1 UNTIL IDX-KRAJ > ILOSC-KRAJOW
                MOVE KRAJ-WYDRUKU(IDX-KRAJ) TO SELECT-COUNTRY
                PERFORM 300-RAPORT-KRAJU
        END-PERFORM.

        PERFORM 400-SALDA-OKRESU.
        PERFORM 500-DRUKUJ-PODSUMOWANIE.

        IF WS-KLIENCI-DOSTEPNI = "T"
                CLOSE DANEKLIENTOWFILE
        END-IF.
        CLOSE RAPORTFILE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Tokeny rozdzielone przecinkami jak w ZAMKOKR: "OD=RRRRMMDD",
      *> "DO=RRRRMMDD" (obowiazkowe) i dowolna liczba kodow krajow.
        MOVE SPACES TO WS-PARM.
        ACCEPT WS-PARM FROM COMMAND-LINE.

        MOVE FUNCTION TRIM(WS-PARM) TO WS-PARM.
        COMPUTE WS-PARM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-PARM)).
        MOVE 1 TO WS-PARM-WSK.

        PERFORM UNTIL WS-PARM-WSK > WS-PARM-LEN
                MOVE SPACES TO WS-TOKEN
                UNSTRING WS-PARM DELIMITED BY ","
                        INTO WS-TOKEN
                        WITH POINTER WS-PARM-WSK
                END-UNSTRING
                MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN
                IF WS-TOKEN NOT = SPACES
                        PERFORM 105-PRZETWORZ-TOKEN
                END-IF
        END-PERFORM.

        IF WS-OD-PODANE NOT = "T" OR WS-DO-PODANE NOT = "T"
                OR DATA-OD > DATA-DO
                DISPLAY "**** BLAD KRYTYCZNY: wydruk historyczny wymaga "
                        "parametrow OD=RRRRMMDD,DO=RRRRMMDD ****"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

        DISPLAY "Wydruk historyczny okresu " DATA-OD " - " DATA-DO ".".

105-PRZETWORZ-TOKEN.

        EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:3))
                WHEN "OD="
                        MOVE WS-TOKEN(4:8) TO WS-DATA-TMP
                        IF WS-DATA-TMP IS NUMERIC
                                MOVE WS-DATA-TMP TO DATA-OD
                                MOVE "T" TO WS-OD-PODANE
                        ELSE
                                DISPLAY "Niepoprawna data w parametrze "
                                        "OD= [" WS-TOKEN "] - pominieto."
                        END-IF
                WHEN "DO="
                        MOVE WS-TOKEN(4:8) TO WS-DATA-TMP
                        IF WS-DATA-TMP IS NUMERIC
                                MOVE WS-DATA-TMP TO DATA-DO
                                MOVE "T" TO WS-DO-PODANE
                        ELSE
                                DISPLAY "Niepoprawna data w parametrze "
                                        "DO= [" WS-TOKEN "] - pominieto."
                        END-IF
                WHEN OTHER
                        IF FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN)) = 2
                                MOVE "T" TO WS-KRAJE-Z-PARM
                                MOVE FUNCTION UPPER-CASE(WS-TOKEN(1:2))
                                        TO SELECT-COUNTRY
                                PERFORM 107-DODAJ-KRAJ
                        ELSE
                                DISPLAY "Nieznany parametr [" WS-TOKEN
                                        "] - pominieto."
                        END-IF
        END-EVALUATE.

107-DODAJ-KRAJ.

      *> Kod kraju z SELECT-COUNTRY dopisywany raz - powtorzony
      *> w PARM albo kolejna transakcja tego samego kraju w historii.
        MOVE "N" TO WS-KRAJ-ZNALEZIONY.

        PERFORM VARYING IDX-KRAJ FROM 1 BY 1 UNTIL IDX-KRAJ > ILOSC-KRAJOW
                OR WS-KRAJ-ZNALEZIONY = "T"
                IF KRAJ-WYDRUKU(IDX-KRAJ) = SELECT-COUNTRY
                        MOVE "T" TO WS-KRAJ-ZNALEZIONY
                END-IF
        END-PERFORM.

        IF WS-KRAJ-ZNALEZIONY NOT = "T"
                IF ILOSC-KRAJOW >= MAX-KRAJE-LISTA
                        MOVE "TABLICA-KRAJOW capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-KRAJOW = ILOSC-KRAJOW + 1
                MOVE SELECT-COUNTRY TO KRAJ-WYDRUKU(ILOSC-KRAJOW)
        END-IF.

110-SPRAWDZ-OKRES.

      *> Wydruk historyczny tylko dla okresu zarejestrowanego przez
      *> ZAMKOKR, z dokladnie tymi granicami - tylko dla takich
      *> granic istnieje migawka sald zamkniecia. Przy okazji
      *> ustalana jest data DO poprzedniego zamkniecia (migawka
      *> otwarcia) i liczniki z rejestru do kontroli krzyzowej.
        OPEN INPUT OKRESYFILE.

        IF OKR-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "OkresyZamkniete: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        OKR-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "N" TO EOF-SWITCH-OKR.
        PERFORM UNTIL EOF-SWITCH-OKR = "Y"
                READ OKRESYFILE
                        AT END MOVE "Y" TO EOF-SWITCH-OKR
                        NOT AT END PERFORM 115-OCEN-OKRES
                END-READ
        END-PERFORM.

        CLOSE OKRESYFILE.

        IF WS-OKRES-ZNALEZIONY NOT = "T"
                DISPLAY "**** BLAD KRYTYCZNY: okres " DATA-OD " - "
                        DATA-DO " nie jest okresem zamknietym w "
                        "OkresyZamkniete ****"
                DISPLAY "Okres otwarty raportuje DKTS; wydruk "
                        "historyczny wymaga granic zamkniecia ZAMKOKR."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

115-OCEN-OKRES.

        IF OKR-OD = DATA-OD AND OKR-DO = DATA-DO
                MOVE "T" TO WS-OKRES-ZNALEZIONY
                MOVE OKR-DATA-ZAMKNIECIA   TO WS-DATA-ZAMKNIECIA
                MOVE OKR-LICZBA-TRANSAKCJI TO REJ-LICZBA-TRANSAKCJI
                MOVE OKR-LICZBA-SALD       TO REJ-LICZBA-SALD
        END-IF.

        IF OKR-DO < DATA-OD AND OKR-DO > DATA-DO-POPRZEDNI
                MOVE OKR-DO TO DATA-DO-POPRZEDNI
        END-IF.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportKlientowHistoryczny: nie mozna otworzyc "
                        DELIMITED BY SIZE
                        "pliku (status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        STRING "WYDRUK HISTORYCZNY RAPORTU DKTS - DATA WYDRUKU: "
                FUNCTION CURRENT-DATE(1:8)
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        STRING "*** WYDRUK HISTORYCZNY Z ARCHIWUM - "
                "NIE JEST RAPORTEM BIEZACYM ***"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        STRING "OKRES ROZLICZENIOWY: " DATA-OD " - " DATA-DO
                " (ZAMKNIETY " WS-DATA-ZAMKNIECIA ")"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        MOVE "ZRODLO: HistoriaTransakcji, SaldaOkresow, KursyWalut"
                TO RAPORT-LINE.
        WRITE RAPORT-LINE.

130-OTWORZ-KLIENTOW.

      *> DaneKlientow jest opcjonalny: bez niego wiersze niosa kody
      *> klientow zamiast nazw, a ruch sald liczony jest dla
      *> wszystkich klientow (bez filtra mastera).
        OPEN INPUT DANEKLIENTOWFILE.

        EVALUATE DKF-STATUS
                WHEN "00"
                        MOVE "T" TO WS-KLIENCI-DOSTEPNI
                        PERFORM 135-WCZYTAJ-ODSYLACZE
                WHEN "35"
                        DISPLAY "UWAGA: brak pliku DaneKlientow - "
                                "wydruk z kodami klientow."
                        MOVE SPACES TO RAPORT-LINE
                        MOVE "UWAGA: BRAK DaneKlientow - KODY ZAMIAST NAZW"
                                TO RAPORT-LINE
                        WRITE RAPORT-LINE
                WHEN OTHER
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "DaneKlientow: nie mozna otworzyc pliku "
                                DELIMITED BY SIZE
                                "(status " DELIMITED BY SIZE
                                DKF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
        END-EVALUATE.

135-WCZYTAJ-ODSYLACZE.

      *> Brak pliku = nie bylo scalen klientow.
        OPEN INPUT ODSYLACZEFILE.

        IF XRF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-XR
                PERFORM UNTIL EOF-SWITCH-XR = "Y"
                        READ ODSYLACZEFILE
                                AT END MOVE "Y" TO EOF-SWITCH-XR
                                NOT AT END
                                        IF XR-STARY NOT = SPACES
                                                PERFORM 137-NOTUJ-ODSYLACZ
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE ODSYLACZEFILE
        END-IF.

137-NOTUJ-ODSYLACZ.

        IF ILOSC-ODSYLACZY >= MAX-ODSYLACZE
                MOVE "TABLICA-ODSYLACZY capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.
        COMPUTE ILOSC-ODSYLACZY = ILOSC-ODSYLACZY + 1.
        MOVE XR-STARY TO XRT-STARY(ILOSC-ODSYLACZY).
        MOVE XR-NOWY  TO XRT-NOWY(ILOSC-ODSYLACZY).

140-WCZYTAJ-KURSY.

      *> Jak 207-LOAD-KURSY-WALUT w DKTS.
        MOVE 0 TO ILOSC-KURSOW.

        OPEN INPUT KURSYWALUTFILE.

        IF KWF-STATUS = "00"
                PERFORM UNTIL KWF-STATUS NOT = "00"
                        READ KURSYWALUTFILE
                                AT END MOVE "10" TO KWF-STATUS
                                NOT AT END
                                        IF ILOSC-KURSOW < MAX-KURSY-WALUT
                                                COMPUTE ILOSC-KURSOW =
                                                        ILOSC-KURSOW + 1
                                                MOVE KURS-WALUTA TO
                                                        WALUTA-KURS(ILOSC-KURSOW)
                                                MOVE KURS-WARTOSC TO
                                                        WARTOSC-KURS(ILOSC-KURSOW)
                                                IF KURS-DATA IS NUMERIC
                                                        MOVE KURS-DATA TO
                                                          DATA-KURS(ILOSC-KURSOW)
                                                ELSE
                                                        MOVE 0 TO
                                                          DATA-KURS(ILOSC-KURSOW)
                                                END-IF
                                        ELSE
                                                MOVE
                                                  "TABLICA-KURSY (KursyWalut) capacity exceeded"
                                                        TO WS-ABEND-KOMUNIKAT
                                                PERFORM 999-ABEND-POJEMNOSC
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE KURSYWALUTFILE
        END-IF.

200-WCZYTAJ-HISTORIE.

      *> Historia czytana sekwencyjnie w calosci; do stagingu trafiaja
      *> rekordy zarchiwizowane z granicami dokladnie tego okresu.
        OPEN INPUT HISTORIAFILE.

        IF HIS-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "HistoriaTransakcji: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        HIS-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "N" TO EOF-SWITCH-HIS.
        PERFORM UNTIL EOF-SWITCH-HIS = "Y"
                READ HISTORIAFILE NEXT RECORD
                        AT END MOVE "Y" TO EOF-SWITCH-HIS
                        NOT AT END
                                COMPUTE LICZBA-HISTORII = LICZBA-HISTORII + 1
                                IF HIST-OKRES-OD = DATA-OD
                                   AND HIST-OKRES-DO = DATA-DO
                                        PERFORM 210-ZALADUJ-TRANSAKCJE
                                END-IF
                END-READ
        END-PERFORM.

        CLOSE HISTORIAFILE.

        DISPLAY "Historia: rekordow " LICZBA-HISTORII
                ", w okresie " ILOSC-TRANSAKCJI ".".

210-ZALADUJ-TRANSAKCJE.

        MOVE SPACES TO OBRAZ-TRANSAKCJI.
        MOVE HIST-KRAJ       TO OT-KRAJ.
        MOVE HIST-KLIENT     TO OT-KLIENT.
        MOVE HIST-WALUTA     TO OT-WALUTA.
        MOVE HIST-FLAGA      TO OT-FLAGA.
        MOVE HIST-WARTOSC    TO OT-WARTOSC.
        MOVE HIST-DATA       TO OT-DATA.
        MOVE HIST-REFERENCJA TO OT-REFERENCJA.
        MOVE HIST-STORNO     TO OT-STORNO.
        MOVE HIST-REF-ORYG   TO OT-REF-ORYG.

      *> Rekord z kwota lub data nienumeryczna nie wchodzi do sum -
      *> jest wymieniony w raporcie, zeby roznica byla wytlumaczalna.
        IF OT-WARTOSC IS NOT NUMERIC OR OT-DATA IS NOT NUMERIC
                COMPUTE LICZBA-BLEDNYCH = LICZBA-BLEDNYCH + 1
                MOVE SPACES TO RAPORT-LINE
                STRING "POMINIETY REKORD HISTORII: REF " OT-REFERENCJA
                        " KWOTA [" OT-WARTOSC "] DATA [" OT-DATA "]"
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        ELSE
                IF ILOSC-TRANSAKCJI >= MAX-TRANSAKCJE-OKRESU
                        MOVE "TABLICA-OKRESU capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-TRANSAKCJI = ILOSC-TRANSAKCJI + 1
                MOVE OBRAZ-TRANSAKCJI TO TRANSAKCJA-OKRESU(ILOSC-TRANSAKCJI)

                IF WS-KRAJE-Z-PARM NOT = "T"
                        MOVE OT-KRAJ(1:2) TO SELECT-COUNTRY
                        PERFORM 107-DODAJ-KRAJ
                END-IF

                PERFORM 220-DOLICZ-RUCH-SALDA
        END-IF.

220-DOLICZ-RUCH-SALDA.

      *> Ruch salda z KAZDEGO kraju okresu, niezaleznie od listy
      *> krajow wydruku - saldo jest wspolne dla wszystkich krajow,
      *> wiec uzgodnienie z migawkami wymaga pelnego ruchu.
        MOVE SPACES TO WS-SZUK-KLUCZ.
        MOVE OT-KLIENT TO WS-SZUK-KLUCZ(1:17).
        MOVE OT-WALUTA TO WS-SZUK-KLUCZ(18:17).
        PERFORM 410-ZNAJDZ-SALDO.

        IF OT-FLAGA(1:1) = "D"
                COMPUTE SAL-RUCH(IDX-SAL) =
                        SAL-RUCH(IDX-SAL) + OT-WARTOSC-NUM
        ELSE
                COMPUTE SAL-RUCH(IDX-SAL) =
                        SAL-RUCH(IDX-SAL) - OT-WARTOSC-NUM
        END-IF.

300-RAPORT-KRAJU.

      *> Sekcja kraju w ukladzie 601-ZAPISZ-RAPORT-DO-PLIKU z DKTS.
        MOVE 0 TO ILOSC-WIERSZY.
        MOVE 0 TO ILOSC-KONSOLIDACJI.
        MOVE 0 TO LICZBA-WYBRANYCH-KRAJ.
        MOVE 0 TO SUMA-WARTOSC-KRAJ.
        MOVE 0 TO TOTAL-DEBET.
        MOVE 0 TO TOTAL-KREDYT.
        MOVE 0 TO TOTAL-NETTO.

        MOVE SPACES TO RAPORT-LINE.
        STRING "=== RAPORT DLA KRAJU: " SELECT-COUNTRY " ==="
                "  (WYDRUK HISTORYCZNY " DATA-OD " - " DATA-DO ")"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        PERFORM VARYING IDX-TRANS FROM 1 BY 1
                UNTIL IDX-TRANS > ILOSC-TRANSAKCJI
                MOVE TRANSAKCJA-OKRESU(IDX-TRANS) TO OBRAZ-TRANSAKCJI
                IF OT-KRAJ(1:2) = SELECT-COUNTRY
                        PERFORM 310-DOLICZ-TRANSAKCJE
                END-IF
        END-PERFORM.

        PERFORM VARYING W FROM 1 BY 1 UNTIL W > ILOSC-WIERSZY
                COMPUTE RAPORT-NETTO(W) =
                        RAPORT-DEBET(W) - RAPORT-KREDYT(W)
                COMPUTE TOTAL-DEBET  = TOTAL-DEBET  + RAPORT-DEBET(W)
                COMPUTE TOTAL-KREDYT = TOTAL-KREDYT + RAPORT-KREDYT(W)
                COMPUTE TOTAL-NETTO  = TOTAL-NETTO  + RAPORT-NETTO(W)
        END-PERFORM.

        PERFORM 330-KONSOLIDUJ-PLN.
        PERFORM 340-DRUKUJ-SEKCJE-KRAJU.

310-DOLICZ-TRANSAKCJE.

        COMPUTE LICZBA-WYBRANYCH-KRAJ = LICZBA-WYBRANYCH-KRAJ + 1.
        COMPUTE SUMA-WARTOSC-KRAJ = SUMA-WARTOSC-KRAJ + OT-WARTOSC-NUM.

        MOVE 0 TO BIEZACYWIERSZ.
        PERFORM VARYING W FROM 1 BY 1 UNTIL W > ILOSC-WIERSZY
                OR BIEZACYWIERSZ > 0
                IF RAPORT-KOD(W) = OT-KLIENT
                   AND RAPORT-WALUTA(W) = OT-WALUTA
                        MOVE W TO BIEZACYWIERSZ
                END-IF
        END-PERFORM.

        IF BIEZACYWIERSZ = 0
                IF ILOSC-WIERSZY >= MAX-RAPORT-WIERSZY
                        MOVE "TABLICA-RAPORT capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-WIERSZY = ILOSC-WIERSZY + 1
                MOVE ILOSC-WIERSZY TO BIEZACYWIERSZ
                MOVE OT-KLIENT TO RAPORT-KOD(BIEZACYWIERSZ)
                MOVE OT-WALUTA TO RAPORT-WALUTA(BIEZACYWIERSZ)
                MOVE OT-KLIENT TO WS-KLIENT-SZUKANY
                PERFORM 420-ZNAJDZ-KLIENTA
                MOVE WS-KLIENT-NAZWA TO RAPORT-NAZWA(BIEZACYWIERSZ)
                MOVE ZEROES TO RAPORT-DEBET(BIEZACYWIERSZ)
                MOVE ZEROES TO RAPORT-KREDYT(BIEZACYWIERSZ)
                MOVE ZEROES TO RAPORT-NETTO(BIEZACYWIERSZ)
                MOVE ZEROES TO RAPORT-PLN(BIEZACYWIERSZ)
        END-IF.

        IF OT-FLAGA(1:1) = "D"
                COMPUTE RAPORT-DEBET(BIEZACYWIERSZ) =
                        RAPORT-DEBET(BIEZACYWIERSZ) + OT-WARTOSC-NUM
        ELSE
                COMPUTE RAPORT-KREDYT(BIEZACYWIERSZ) =
                        RAPORT-KREDYT(BIEZACYWIERSZ) + OT-WARTOSC-NUM
        END-IF.

        PERFORM 320-DOLICZ-PLN.

320-DOLICZ-PLN.

      *> Jak 216-DOLICZ-PLN-TRANSAKCJI w DKTS: kurs z dnia transakcji,
      *> brak kursu = jawny wiersz wyjatku i zero w kolumnie PLN.
        MOVE OT-WALUTA   TO KURS-SZUK-WALUTA.
        MOVE OT-DATA-NUM TO KURS-SZUK-DATA.
        PERFORM 350-ZNAJDZ-KURS-WALUTY.

        IF WS-KURS-ZNALEZIONY = "T"
                IF OT-FLAGA(1:1) = "D"
                        COMPUTE RAPORT-PLN(BIEZACYWIERSZ) =
                                RAPORT-PLN(BIEZACYWIERSZ)
                                + OT-WARTOSC-NUM * WS-KURS-BIEZACY
                ELSE
                        COMPUTE RAPORT-PLN(BIEZACYWIERSZ) =
                                RAPORT-PLN(BIEZACYWIERSZ)
                                - OT-WARTOSC-NUM * WS-KURS-BIEZACY
                END-IF
        ELSE
                COMPUTE LICZBA-BRAK-KURSU = LICZBA-BRAK-KURSU + 1
                MOVE SPACES TO RAPORT-LINE
                STRING "BRAK KURSU: " OT-WALUTA
                        " NA DZIEN " OT-DATA
                        " KLIENT " OT-KLIENT
                        " - PLN POMINIETE"
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        END-IF.

330-KONSOLIDUJ-PLN.

      *> Jak 208-PROCESS-KONSOLIDACJA-WALUT w DKTS.
        PERFORM VARYING W FROM 1 BY 1 UNTIL W > ILOSC-WIERSZY
                MOVE "N" TO WS-KLIENT-ZNALEZIONY
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > ILOSC-KONSOLIDACJI
                        OR WS-KLIENT-ZNALEZIONY = "T"
                        IF KLIENT-KONS(K) = RAPORT-NAZWA(W)
                                COMPUTE SUMA-PLN-KONS(K) =
                                        SUMA-PLN-KONS(K) + RAPORT-PLN(W)
                                MOVE "T" TO WS-KLIENT-ZNALEZIONY
                        END-IF
                END-PERFORM

                IF WS-KLIENT-ZNALEZIONY NOT = "T"
                        IF ILOSC-KONSOLIDACJI < MAX-KONSOLIDACJA
                                COMPUTE ILOSC-KONSOLIDACJI =
                                        ILOSC-KONSOLIDACJI + 1
                                MOVE RAPORT-NAZWA(W) TO
                                        KLIENT-KONS(ILOSC-KONSOLIDACJI)
                                MOVE RAPORT-PLN(W) TO
                                        SUMA-PLN-KONS(ILOSC-KONSOLIDACJI)
                        ELSE
                                MOVE "T" TO WS-KONSOLIDACJA-PELNA
                        END-IF
                END-IF
        END-PERFORM.

        IF WS-KONSOLIDACJA-PELNA = "T"
                DISPLAY "UWAGA: lista konsolidacji PLN obcieta - wiecej niz "
                        MAX-KONSOLIDACJA " klientow."
        END-IF.

340-DRUKUJ-SEKCJE-KRAJU.

        MOVE SPACES TO RAPORT-LINE.
        STRING "Klient/Waluta                  Debet            Kredyt"
                "              Netto"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        PERFORM VARYING W FROM 1 BY 1 UNTIL W > ILOSC-WIERSZY
                MOVE SPACES TO LINIA-RAPORTU
                MOVE RAPORT-NAZWA(W)  TO LR-KLIENT
                MOVE RAPORT-DEBET(W)  TO LR-DEBET
                MOVE RAPORT-KREDYT(W) TO LR-KREDYT
                MOVE RAPORT-NETTO(W)  TO LR-NETTO
                MOVE RAPORT-WALUTA(W) TO LR-WALUTA
                MOVE RAPORT-PLN(W)    TO LR-PLN
                MOVE LINIA-RAPORTU    TO RAPORT-LINE
                WRITE RAPORT-LINE
        END-PERFORM.

        MOVE SPACES TO LINIA-RAPORTU.
        MOVE "SUMA OGOLEM"          TO LR-KLIENT
        MOVE TOTAL-DEBET            TO LR-DEBET
        MOVE TOTAL-KREDYT           TO LR-KREDYT
        MOVE TOTAL-NETTO            TO LR-NETTO
        MOVE LINIA-RAPORTU          TO RAPORT-LINE
        WRITE RAPORT-LINE.

        IF ILOSC-KONSOLIDACJI > 0
                MOVE SPACES TO RAPORT-LINE
                MOVE "-- Skonsolidowana pozycja klienta w PLN --"
                        TO RAPORT-LINE
                WRITE RAPORT-LINE

                PERFORM VARYING W FROM 1 BY 1 UNTIL W > ILOSC-KONSOLIDACJI
                        MOVE SPACES TO LINIA-RAPORTU
                        MOVE KLIENT-KONS(W)     TO LR-KLIENT
                        MOVE SUMA-PLN-KONS(W)   TO LR-PLN
                        MOVE LINIA-RAPORTU      TO RAPORT-LINE
                        WRITE RAPORT-LINE
                END-PERFORM
        END-IF.

      *> Kontrola krzyzowa jak 209 w DKTS.
        MOVE SPACES TO RAPORT-LINE.
        IF SUMA-WARTOSC-KRAJ = TOTAL-DEBET + TOTAL-KREDYT
                STRING "PODSUMOWANIE " SELECT-COUNTRY
                        " WYBRANE=" LICZBA-WYBRANYCH-KRAJ
                        " KONTROLA KRZYZOWA: OK"
                        DELIMITED BY SIZE INTO RAPORT-LINE
        ELSE
                STRING "PODSUMOWANIE " SELECT-COUNTRY
                        " WYBRANE=" LICZBA-WYBRANYCH-KRAJ
                        " KONTROLA KRZYZOWA: NIEZGODNOSC"
                        DELIMITED BY SIZE INTO RAPORT-LINE
        END-IF.
        WRITE RAPORT-LINE.

        DISPLAY "Kraj " SELECT-COUNTRY ": transakcji "
                LICZBA-WYBRANYCH-KRAJ ", wierszy raportu " ILOSC-WIERSZY.

350-ZNAJDZ-KURS-WALUTY.

      *> Jak 211-ZNAJDZ-KURS-WALUTY w DKTS: najpozniejszy kurs waluty
      *> z data obowiazywania nie pozniejsza niz data transakcji,
      *> PLN zawsze 1:1.
        MOVE "N" TO WS-KURS-ZNALEZIONY.
        MOVE 1 TO WS-KURS-BIEZACY.
        MOVE 0 TO KURS-DATA-NAJLEPSZA.

        IF KURS-SZUK-WALUTA IS EQUAL TO "PLN"
                MOVE "T" TO WS-KURS-ZNALEZIONY
        ELSE
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > ILOSC-KURSOW
                        IF WALUTA-KURS(K) IS EQUAL TO KURS-SZUK-WALUTA
                           AND DATA-KURS(K) NOT > KURS-SZUK-DATA
                                IF WS-KURS-ZNALEZIONY NOT = "T"
                                   OR DATA-KURS(K) NOT < KURS-DATA-NAJLEPSZA
                                        MOVE WARTOSC-KURS(K)
                                                TO WS-KURS-BIEZACY
                                        MOVE DATA-KURS(K)
                                                TO KURS-DATA-NAJLEPSZA
                                        MOVE "T" TO WS-KURS-ZNALEZIONY
                                END-IF
                        END-IF
                END-PERFORM
        END-IF.

        IF WS-KURS-ZNALEZIONY NOT = "T"
                MOVE 0 TO WS-KURS-BIEZACY
        END-IF.

400-SALDA-OKRESU.

      *> Salda okresu z migawek ZAMKOKR: otwarcie z migawki na date
      *> DO poprzedniego zamkniecia, zamkniecie z migawki tego okresu.
      *> Kazdy wiersz jest uzgadniany: otwarcie + ruch = zamkniecie.
      *> Roznica wskazuje ruch zaksiegowany w saldach poza okresem
      *> (np. przebieg DKTS dla nastepnego okresu przed zamknieciem).
        OPEN INPUT SALDAOKRESOWFILE.

        EVALUATE SOK-STATUS
                WHEN "00"
                        MOVE "T" TO WS-SALDA-DOSTEPNE
                WHEN "35"
                        MOVE "N" TO WS-SALDA-DOSTEPNE
                WHEN OTHER
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "SaldaOkresow: nie mozna otworzyc pliku "
                                DELIMITED BY SIZE
                                "(status " DELIMITED BY SIZE
                                SOK-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
        END-EVALUATE.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.

        IF WS-SALDA-DOSTEPNE NOT = "T"
                DISPLAY "Salda okresu pominiete - plik SaldaOkresow "
                        "niedostepny."
                MOVE SPACES TO RAPORT-LINE
                MOVE "SALDA OKRESU POMINIETE - BRAK PLIKU SaldaOkresow"
                        TO RAPORT-LINE
                WRITE RAPORT-LINE
        ELSE
                MOVE "N" TO EOF-SWITCH-SOK
                PERFORM UNTIL EOF-SWITCH-SOK = "Y"
                        READ SALDAOKRESOWFILE
                                AT END MOVE "Y" TO EOF-SWITCH-SOK
                                NOT AT END PERFORM 405-ZALADUJ-MIGAWKE
                        END-READ
                END-PERFORM
                CLOSE SALDAOKRESOWFILE

                MOVE SPACES TO RAPORT-LINE
                STRING "-- Salda okresu (WYDRUK HISTORYCZNY): otwarcie "
                        DATA-DO-POPRZEDNI " / ruch / zamkniecie "
                        DATA-DO " --"
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE

                PERFORM VARYING IDX-SAL FROM 1 BY 1
                        UNTIL IDX-SAL > ILOSC-SALD
                        PERFORM 430-DRUKUJ-SALDO
                END-PERFORM

                MOVE SPACES TO LINIA-SALDA
                MOVE "SUMA OGOLEM"     TO LS-KLIENT
                MOVE SUMA-OTWARCIA     TO LS-OTWARCIE
                MOVE SUMA-RUCHU        TO LS-RUCH
                MOVE SUMA-ZAMKNIECIA   TO LS-ZAMKNIECIE
                COMPUTE SALDO-ROZNICA =
                        SUMA-ZAMKNIECIA - SUMA-OTWARCIA - SUMA-RUCHU
                MOVE SALDO-ROZNICA     TO LS-ROZNICA
                MOVE LINIA-SALDA       TO RAPORT-LINE
                WRITE RAPORT-LINE
        END-IF.

405-ZALADUJ-MIGAWKE.

        IF SOK-OKRES-DO = DATA-DO
           OR (SOK-OKRES-DO = DATA-DO-POPRZEDNI AND DATA-DO-POPRZEDNI > 0)
                MOVE SOK-KLUCZ TO WS-SZUK-KLUCZ
                PERFORM 410-ZNAJDZ-SALDO
                IF SOK-OKRES-DO = DATA-DO
                        MOVE SOK-WARTOSC TO SAL-ZAMKNIECIE(IDX-SAL)
                        COMPUTE LICZBA-MIGAWKA-ZAM = LICZBA-MIGAWKA-ZAM + 1
                ELSE
                        MOVE SOK-WARTOSC TO SAL-OTWARCIE(IDX-SAL)
                        COMPUTE LICZBA-MIGAWKA-OTW = LICZBA-MIGAWKA-OTW + 1
                END-IF
        END-IF.

410-ZNAJDZ-SALDO.

      *> Wiersz sald dla klucza WS-SZUK-KLUCZ (klient + waluta) -
      *> znaleziony albo zalozony z zerami; indeks w IDX-SAL.
        MOVE 0 TO K.
        PERFORM VARYING IDX-SAL FROM 1 BY 1 UNTIL IDX-SAL > ILOSC-SALD
                OR K > 0
                IF SAL-KLUCZ(IDX-SAL) = WS-SZUK-KLUCZ
                        MOVE IDX-SAL TO K
                END-IF
        END-PERFORM.

        IF K = 0
                IF ILOSC-SALD >= MAX-SALDA
                        MOVE "TABLICA-SALD capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-SALD = ILOSC-SALD + 1
                MOVE ILOSC-SALD TO K
                MOVE WS-SZUK-KLUCZ TO SAL-KLUCZ(K)
                MOVE 0 TO SAL-OTWARCIE(K)
                MOVE 0 TO SAL-RUCH(K)
                MOVE 0 TO SAL-ZAMKNIECIE(K)
        END-IF.

        MOVE K TO IDX-SAL.

420-ZNAJDZ-KLIENTA.

      *> Nazwa klienta WS-KLIENT-SZUKANY z DaneKlientow (jak podmiana
      *> kodu na nazwe w 204 DKTS); brak klienta = kod w kolumnie.
      *> Kod wycofany przez scalenie dostaje nazwe klienta, na ktorego
      *> przeszedl - w okresie byl w DaneKlientow i DKTS go ksiegowal.
        MOVE "N" TO WS-KLIENT-ZNALEZIONY.
        MOVE "N" TO WS-KLIENT-SCALONY.
        MOVE WS-KLIENT-SZUKANY TO WS-KLIENT-NAZWA.

        IF WS-KLIENCI-DOSTEPNI = "T"
                MOVE WS-KLIENT-SZUKANY TO KOD-KLIENTA-DK
                READ DANEKLIENTOWFILE
                        INVALID KEY
                                MOVE "N" TO WS-KLIENT-ZNALEZIONY
                        NOT INVALID KEY
                                MOVE "T" TO WS-KLIENT-ZNALEZIONY
                                MOVE NAZWA-KLIENTA TO WS-KLIENT-NAZWA
                END-READ
                IF WS-KLIENT-ZNALEZIONY = "N" AND ILOSC-ODSYLACZY > 0
                        PERFORM 425-SZUKAJ-ODSYLACZA
                END-IF
        END-IF.

425-SZUKAJ-ODSYLACZA.

        MOVE WS-KLIENT-SZUKANY TO WS-KOD-ODSYLACZA.
        MOVE 0 TO WS-KROKI-ODSYLACZA.
        MOVE "T" TO WS-ODSYLACZ-DALEJ.

        PERFORM UNTIL WS-ODSYLACZ-DALEJ = "N"
                MOVE "N" TO WS-ODSYLACZ-DALEJ
                PERFORM VARYING IDX-XR FROM 1 BY 1
                        UNTIL IDX-XR > ILOSC-ODSYLACZY
                        OR WS-ODSYLACZ-DALEJ = "T"
                        IF XRT-STARY(IDX-XR) = WS-KOD-ODSYLACZA
                                MOVE XRT-NOWY(IDX-XR) TO WS-KOD-ODSYLACZA
                                MOVE "T" TO WS-ODSYLACZ-DALEJ
                        END-IF
                END-PERFORM
                IF WS-ODSYLACZ-DALEJ = "T"
                        COMPUTE WS-KROKI-ODSYLACZA =
                                WS-KROKI-ODSYLACZA + 1
                        IF WS-KROKI-ODSYLACZA > MAX-KROKI-ODSYLACZY
                                MOVE "N" TO WS-ODSYLACZ-DALEJ
                        ELSE
                                MOVE WS-KOD-ODSYLACZA TO KOD-KLIENTA-DK
                                READ DANEKLIENTOWFILE
                                        INVALID KEY CONTINUE
                                        NOT INVALID KEY
                                          MOVE "T" TO WS-KLIENT-ZNALEZIONY
                                          MOVE "T" TO WS-KLIENT-SCALONY
                                          MOVE NAZWA-KLIENTA
                                            TO WS-KLIENT-NAZWA
                                          MOVE "N" TO WS-ODSYLACZ-DALEJ
                                END-READ
                        END-IF
                END-IF
        END-PERFORM.

430-DRUKUJ-SALDO.

      *> Ruch klienta spoza DaneKlientow nie byl ksiegowany w saldach
      *> (616 w DKTS) - jest pokazany, ale nie wchodzi do uzgodnienia.
        MOVE SAL-KLIENT(IDX-SAL) TO WS-KLIENT-SZUKANY.
        PERFORM 420-ZNAJDZ-KLIENTA.

        MOVE SPACES TO LINIA-SALDA.
        MOVE WS-KLIENT-NAZWA       TO LS-KLIENT.
        MOVE SAL-WALUTA(IDX-SAL)   TO LS-WALUTA.
        MOVE SAL-OTWARCIE(IDX-SAL) TO LS-OTWARCIE.
        MOVE SAL-RUCH(IDX-SAL)     TO LS-RUCH.
        MOVE SAL-ZAMKNIECIE(IDX-SAL) TO LS-ZAMKNIECIE.

        IF WS-KLIENT-ZNALEZIONY = "T" OR WS-KLIENCI-DOSTEPNI NOT = "T"
                COMPUTE SALDO-ROZNICA = SAL-ZAMKNIECIE(IDX-SAL)
                        - SAL-OTWARCIE(IDX-SAL) - SAL-RUCH(IDX-SAL)
                COMPUTE SUMA-RUCHU = SUMA-RUCHU + SAL-RUCH(IDX-SAL)
                IF SALDO-ROZNICA NOT = 0
                        MOVE "ROZNICA" TO LS-UWAGA
                        COMPUTE LICZBA-ROZNIC-SALD = LICZBA-ROZNIC-SALD + 1
                ELSE
                        IF WS-KLIENT-SCALONY = "T"
                                MOVE "SCALONY" TO LS-UWAGA
                        END-IF
                END-IF
        ELSE
                COMPUTE SALDO-ROZNICA = SAL-ZAMKNIECIE(IDX-SAL)
                        - SAL-OTWARCIE(IDX-SAL)
                MOVE "POZA DK" TO LS-UWAGA
        END-IF.
        MOVE SALDO-ROZNICA TO LS-ROZNICA.

        COMPUTE SUMA-OTWARCIA = SUMA-OTWARCIA + SAL-OTWARCIE(IDX-SAL).
        COMPUTE SUMA-ZAMKNIECIA = SUMA-ZAMKNIECIA + SAL-ZAMKNIECIE(IDX-SAL).

        MOVE LINIA-SALDA TO RAPORT-LINE.
        WRITE RAPORT-LINE.

500-DRUKUJ-PODSUMOWANIE.

      *> Kontrole krzyzowe z rejestrem okresow: liczba transakcji
      *> okresu w historii i liczba sald w migawce zamkniecia musza
      *> zgadzac sie z licznikami zapisanymi przez ZAMKOKR.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        IF ILOSC-TRANSAKCJI + LICZBA-BLEDNYCH = REJ-LICZBA-TRANSAKCJI
                STRING "KONTROLA TRANSAKCJI: HISTORIA="
                        ILOSC-TRANSAKCJI " POMINIETE=" LICZBA-BLEDNYCH
                        " REJESTR OKRESOW=" REJ-LICZBA-TRANSAKCJI " - OK"
                        DELIMITED BY SIZE INTO RAPORT-LINE
        ELSE
                STRING "KONTROLA TRANSAKCJI: HISTORIA="
                        ILOSC-TRANSAKCJI " POMINIETE=" LICZBA-BLEDNYCH
                        " REJESTR OKRESOW=" REJ-LICZBA-TRANSAKCJI
                        " - NIEZGODNOSC"
                        DELIMITED BY SIZE INTO RAPORT-LINE
        END-IF.
        WRITE RAPORT-LINE.

        IF WS-SALDA-DOSTEPNE = "T"
                MOVE SPACES TO RAPORT-LINE
                IF LICZBA-MIGAWKA-ZAM = REJ-LICZBA-SALD
                        STRING "KONTROLA MIGAWKI: SALDA ZAMKNIECIA="
                                LICZBA-MIGAWKA-ZAM " REJESTR OKRESOW="
                                REJ-LICZBA-SALD " - OK"
                                DELIMITED BY SIZE INTO RAPORT-LINE
                ELSE
                        STRING "KONTROLA MIGAWKI: SALDA ZAMKNIECIA="
                                LICZBA-MIGAWKA-ZAM " REJESTR OKRESOW="
                                REJ-LICZBA-SALD " - NIEZGODNOSC"
                                DELIMITED BY SIZE INTO RAPORT-LINE
                END-IF
                WRITE RAPORT-LINE

                MOVE SPACES TO RAPORT-LINE
                STRING "UZGODNIENIE SALD: WIERSZY=" ILOSC-SALD
                        " Z ROZNICA=" LICZBA-ROZNIC-SALD
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        END-IF.

        MOVE SPACES TO RAPORT-LINE.
        STRING "KONIEC WYDRUKU HISTORYCZNEGO - KRAJE=" ILOSC-KRAJOW
                " BRAK KURSU=" LICZBA-BRAK-KURSU
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        DISPLAY "*** Podsumowanie wydruku historycznego ***".
        DISPLAY "Transakcje okresu w historii:   " ILOSC-TRANSAKCJI.
        DISPLAY "Wg rejestru OkresyZamkniete:    " REJ-LICZBA-TRANSAKCJI.
        DISPLAY "Rekordy pominiete (bledne):     " LICZBA-BLEDNYCH.
        DISPLAY "Kraje wydrukowane:              " ILOSC-KRAJOW.
        DISPLAY "Transakcje bez kursu:           " LICZBA-BRAK-KURSU.
        IF WS-SALDA-DOSTEPNE = "T"
                DISPLAY "Salda w migawce otwarcia:       " LICZBA-MIGAWKA-OTW
                DISPLAY "Salda w migawce zamkniecia:     " LICZBA-MIGAWKA-ZAM
                DISPLAY "Wiersze sald z roznica:         " LICZBA-ROZNIC-SALD
        END-IF.

998-ABEND-PLIK.

        DISPLAY "**** BLAD KRYTYCZNY: blad pliku wejsciowego ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        IF WS-RAPORT-OTWARTY = "T"
                MOVE SPACES TO RAPORT-LINE
                STRING "BLAD KRYTYCZNY: " WS-ABEND-KOMUNIKAT
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
                CLOSE RAPORTFILE
        END-IF.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.

999-ABEND-POJEMNOSC.

        DISPLAY "**** BLAD KRYTYCZNY: przekroczono pojemnosc tablicy ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        IF WS-RAPORT-OTWARTY = "T"
                MOVE SPACES TO RAPORT-LINE
                STRING "BLAD KRYTYCZNY: " WS-ABEND-KOMUNIKAT
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
                CLOSE RAPORTFILE
        END-IF.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.

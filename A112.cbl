
                    file status is sid-durum.

                   select optional onay assign "a111.ony"

                    organization is indexed

                    access mode is random

                    record key is oy-no

                    file status is onay-durum.

                   select optional uye assign "a111.uye"

                    organization is indexed

                    access mode is random

                    record key is uy-anahtar

                    alternate record key is uy-reg-id

                    file status is uye-durum.

                   select optional kimlik assign "a111.kim"

                    organization is indexed

                    access mode is dynamic

                    record key is km-reg-id

                    alternate record key is km-tc-no with duplicates

                    file status is kimlik-durum.

                   select optional kimlik-arsiv assign "a111.khs"

                    organization is line sequential

                    file status is kimlik-arsiv-durum.

       DATA division.

       file section.

       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd operator-dosya.


           COPY SIDKAYIT.

       fd onay.

       01 onay-kaydi.

           COPY ONYKAYIT.

       fd uye.

       01 uye-kaydi.

           COPY UYEKAYIT.

       fd kimlik.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       fd kimlik-arsiv.

       01 kimlik-arsiv-satiri pic x(85).

       working-storage section.

      *01 Eof        PIC X VALUE 'N'.

       77 ayrilan-ust pic 9(06) value zeros.

       77 uye-durum   pic x(02) value spaces.

       77 onay-durum  pic x(02) value spaces.

       77 yeni-talep  pic 9(06) value zeros.

       77 kimlik-durum pic x(02) value spaces.

       77 kimlik-arsiv-durum pic x(02) value spaces.

       77 kimlik-arsiv-bitti pic x value "N".

       77 kimlik-var  pic x value "H".

       77 kimlik-id   pic 9(06) value zeros.

       77 kimlik-tc   pic 9(11) value zeros.

       77 kimlik-dogum pic 9(08) value zeros.

       77 kimlik-adres pic x(40) value spaces.

       77 kimlik-telefon pic x(12) value spaces.

       77 kimlik-bugun pic 9(08) value zeros.

       77 dogum-gecerli pic x value "H".

       77 dogum-ay-son pic 9(02) value zeros.

       77 dogum-bolum pic 9(04) value zeros.

       77 dogum-kalan pic 9(03) value zeros.

       77 kimlik-hata pic x(40) value spaces.

       77 kimlik-neden pic x(02) value spaces.

       77 kimlik-onceki pic x(71) value spaces.

       77 kimlik-sonraki pic x(71) value spaces.

       77 tc-sahibi   pic 9(06) value zeros.

       77 tc-tek      pic 9(03) value zeros.

       77 tc-cift     pic 9(03) value zeros.

       77 tc-toplam   pic 9(04) value zeros.

       77 tc-ek       pic 9(04) value zeros.

       77 tc-bolum    pic 9(04) value zeros.

       77 tc-kalan    pic 9(01) value zeros.

       01 okunan-kayit pic x(90) value spaces.

       01 tc-calisma.

           05 tc-rakam    pic 9(01) occurs 11 times.

       01 dogum-calisma.

           05 dogum-yil   pic 9(04).

           05 dogum-ay    pic 9(02).

           05 dogum-gun   pic 9(02).

       01 jurnal-calisma.

           COPY JRNKAYIT.

                       FOREGROUND-COLOR 15.

            05  VALUE "ADINIZ.........:"  LINE 1 COL 1.

            05  VALUE "SOY ADINIZ.....:"  LINE 2 COL 1.

            05  VALUE "ILCE...........:"  LINE 4 COL 1.

            05  VALUE "TC KIMLIK NO...:"  LINE 5 COL 1.

            05  VALUE "DOGUM TARIHI...:"  LINE 6 COL 1.

            05  VALUE "(YYYYAAGG)"        LINE 6 COL 27.

            05  VALUE "ADRES..........:"  LINE 7 COL 1.

            05  VALUE "TELEFON........:"  LINE 8 COL 1.

       01 EKRAN-OKUMA.

            05 LINE 1 COL 17 PIC x(12) USING  AD.

            05 LINE 4 COL 17 PIC x(12) USING ILCE.

            05 LINE 5 COL 17 PIC 9(11) USING kimlik-tc.

            05 LINE 6 COL 17 PIC 9(08) USING kimlik-dogum.

            05 LINE 7 COL 17 PIC x(40) USING kimlik-adres.

            05 LINE 8 COL 17 PIC x(12) USING kimlik-telefon.

       01 BAKIM-EKRAN.

            05 BLANK SCREEN BACKGROUND-COLOR 4

            05  VALUE "ILCE...........:"  LINE 4 COL 1.

            05  VALUE "TC KIMLIK NO...:"  LINE 5 COL 1.

            05  VALUE "DOGUM TARIHI...:"  LINE 6 COL 1.

            05  VALUE "(YYYYAAGG)"        LINE 6 COL 27.

            05  VALUE "ADRES..........:"  LINE 7 COL 1.

            05  VALUE "TELEFON........:"  LINE 8 COL 1.

       01 DUZELT-OKUMA.

            05 LINE 1 COL 17 PIC x(12) USING  AD.

            05 LINE 4 COL 17 PIC x(12) USING ILCE.

            05 LINE 5 COL 17 PIC 9(11) USING kimlik-tc.

            05 LINE 6 COL 17 PIC 9(08) USING kimlik-dogum.

            05 LINE 7 COL 17 PIC x(40) USING kimlik-adres.

            05 LINE 8 COL 17 PIC x(12) USING kimlik-telefon.

       PROCEDURE DIVISION.


             end-if.

             open i-o kimlik.

             if kimlik-durum = "05"

                 open output kimlik

                 close kimlik

                 open i-o kimlik

             end-if.

             if kimlik-durum not = "00"

                 display "A111.KIM ACILAMADI, DURUM : " kimlik-durum

                     line 22 position 1 blink

                 stop run

             end-if.

             open input sehir-dosya.

             if sehir-durum not = "00"

              ACCEPT ekran-okuma.

       kontrol.

              IF ad = SPACES OR soyad = SPACES

              END-IF.

       kimlik-kontrol.

              MOVE ZEROS TO kimlik-id.

              PERFORM kimlik-denetle THRU kimlik-denetle-son.

              IF kimlik-hata NOT = SPACES

                  DISPLAY kimlik-hata LINE 22 POSITION 1 BLINK

                  GO TO main

              END-IF.

       SOR.

              DISPLAY " kayit edilsinmi  ?" LINE 10 POSITION 10 BLINK.

                  IF cevap ="e" OR "E" GO kayit1 ELSE go kapat.

       kayit1.

           perform id-ayir.

               not invalid key
                   add 1 to kayit-sayisi

                   perform jurnal-ekle

                   move reg-id to kimlik-id

                   perform kimlik-yaz thru kimlik-yaz-son

                   move zeros to kimlik-tc

                   move zeros to kimlik-dogum

                   move spaces to kimlik-adres

                   move spaces to kimlik-telefon

           end-write.

           go dok.

           close sehir-dosya.

           close kimlik.

           stop run.

       bakim.

           perform onceki-sakla.

           move registo to okunan-kayit.

           perform kimlik-oku.

       duzelt.

           display duzelt-ekran.

           end-if.

           move reg-id to kimlik-id.

           perform kimlik-denetle thru kimlik-denetle-son.

           if kimlik-hata not = spaces

               display kimlik-hata line 22 position 1 blink

               go to duzelt

           end-if.

           display " Guncelle(G)  Sil(S)  GeriAl(A)  Vazgec(V) ?"

               line 20 position 1 blink.
                       line 22 position 1 blink

                   not invalid key

                       perform jurnal-guncelle

                       perform kimlik-yaz thru kimlik-yaz-son

               end-rewrite

           end-if.

           if cevap = "s" or "S"

               perform reis-denetle thru reis-denetle-son

           end-if.

           if cevap = "s" or "S"

               move "P" to kayit-statu

               accept cikis-tarihi from date yyyymmdd

               perform talep-yaz thru talep-yaz-son

               if yeni-talep not = zeros

                   display "SILME ONAYA GONDERILDI, TALEP NO : "

                       yeni-talep line 22 position 1 blink

                   display "SILME TALEBINDE KIMLIK / ILETISIM "

                       "DEGISIKLIKLERI KAYDEDILMEZ."

                       line 23 position 1

               end-if

           end-if.

                       line 22 position 1 blink

                   not invalid key

                       perform jurnal-guncelle

                       perform kimlik-yaz thru kimlik-yaz-son

               end-rewrite

           end-if.

           go to sor2.

       reis-denetle.

      *    kisi bir hanenin reisiyse silme onaylatilir; vazgecilirse

      *    cevap V yapilir ve kayit pasife cekilmez.

           open input uye.

           if uye-durum not = "00"

               if uye-durum = "05"

                   close uye

               end-if

               go to reis-denetle-son

           end-if.

           move reg-id to uy-reg-id.

           read uye key is uy-reg-id

               invalid key move spaces to uy-yakinlik

           end-read.

           close uye.

           if uy-yakinlik not = "B"

               go to reis-denetle-son

           end-if.

           display "KISI " uy-hane " NOLU HANENIN REISIDIR, "

               "YINE DE SILINSIN MI (E/H) ?"

               line 21 position 1 blink.

           accept cevap line 21 position 62.

           if cevap = "e" or "E"

               move "S" to cevap

           else

               move "V" to cevap

               display "SILME YAPILMADI, HANE BAKIMI A140 ILE YAPILIR"

                   line 22 position 1 blink

           end-if.

       reis-denetle-son.

           exit.

       talep-yaz.

      *    islem dogrudan uygulanmaz; a111.ony onay kuyruguna talep

      *    olarak yazilir, talep eden disinda bir B yetkili operator

      *    A145 ile onaylayinca uygulanir. Numara denetim satirindaki

      *    son numaranin bir fazlasidir; numara doluysa sonraki denenir.

           open i-o onay.

           if onay-durum = "05"

               open output onay

               close onay

               open i-o onay

           end-if.

           if onay-durum not = "00"

               move zeros to yeni-talep

               display "A111.ONY ACILAMADI, DURUM : " onay-durum

                   line 22 position 1 blink

               go to talep-yaz-son

           end-if.

           move zeros to oy-no.

           read onay

               invalid key

                   move spaces to onay-kaydi

                   move zeros to oy-no

                   move zeros to oy-istek-tarihi

                   move zeros to oy-istek-saati

                   move zeros to oy-karar-tarihi

                   move zeros to oy-karar-saati

                   move zeros to oy-reg-id

                   write onay-kaydi

                       invalid key

                           display "A111.ONY DENETIM SATIRI "

                               "YAZILAMADI !"

                               line 22 position 1 blink

                   end-write

           end-read.

       talep-dene.

           move zeros to yeni-talep.

           move zeros to oy-no.

           read onay

               invalid key

                   display "A111.ONY DENETIM SATIRI OKUNAMADI !"

                       line 22 position 1 blink

                   go to talep-kapat

           end-read.

           add 1 to oy-reg-id.

           if oy-reg-id = zeros

               display "TALEP NUMARASI KALMADI !"

                   line 22 position 1 blink

               go to talep-kapat

           end-if.

           rewrite onay-kaydi

               invalid key

                   display "A111.ONY DENETIM SATIRI YAZILAMADI !"

                       line 22 position 1 blink

                   go to talep-kapat

           end-rewrite.

           move oy-reg-id to yeni-talep.

           perform talep-doldur.

           move yeni-talep to oy-no.

           write onay-kaydi

               invalid key go to talep-dene

           end-write.

       talep-kapat.

           close onay.

       talep-yaz-son.

           exit.

       talep-doldur.

           move spaces to onay-kaydi.

           move "B" to oy-durum.

           move aktif-operator to oy-isteyen.

           accept oy-istek-tarihi from date yyyymmdd.

           accept oy-istek-saati from time.

           move zeros to oy-karar-tarihi.

           move zeros to oy-karar-saati.

           move "S" to oy-tip.

           move "A112" to oy-program.

           move reg-id to oy-reg-id.

           move okunan-kayit to oy-onceki.

           move registo to oy-sonraki.

       sehir-ara.

              move sehir to seh-sehir.

              move ilce to seh-ilce.

              read sehir-dosya

                  invalid key move "H" to sehir-bulundu

                  not invalid key move "E" to sehir-bulundu

              end-read.

       id-bul.

           move zeros to son-id.

           move zeros to kayit-sayisi.

           open input kayit.

           if kayit-durum = "00" or kayit-durum = "05"

               perform until kayit-durum = "10"

                   read kayit next record

                       at end move "10" to kayit-durum

                       not at end

                           add 1 to kayit-sayisi

                           if reg-id > son-id

                               move reg-id to son-id

                           end-if

                   end-read

               end-perform

               close kayit

           end-if.

       denetim-oku.

           open input denetim.

           if denetim-durum = "00"

               read denetim

                   at end move zeros to kayit-sayisi

                   not at end
                       move ck-sayac to kayit-sayisi
                       move ck-son-id to son-id
                       display kayit-sayisi

                           " kayit dosyada mevcut, devam ediliyor"

                           line 1 position 1

               end-read

           else

               move zeros to kayit-sayisi

           end-if.

           if denetim-durum = "00" or denetim-durum = "05"

               close denetim

           end-if.

       denetim-yaz.

      *    her kayitta degil, blok ayrildiginda ve oturum sonunda

      *    cagrilir; son-id olarak ayrilan blogun ustu yazilir ki

      *    dosyadaki hicbir KAYIT NO sayacin ilerisinde kalmasin.

           move kayit-sayisi to ck-sayac.

           if ayrilan-ust > son-id

               move ayrilan-ust to son-id

           end-if.

           move son-id to ck-son-id.

           open output denetim.

           write denetim-kaydi.

           close denetim.

       id-ayir.

           if blok-sonraki > blok-ust

               perform blok-al

           end-if.

           move blok-sonraki to yeni-id.

           add 1 to blok-sonraki.

       blok-al.

           move zeros to sid-deneme.

           perform sid-ac until sid-durum = "00"

               or sid-durum = "05" or sid-deneme > 99.

           if sid-durum not = "00" and sid-durum not = "05"

               display "A111.SID ACILAMADI, DURUM : " sid-durum

                   line 22 position 1 blink

               stop run

           end-if.

           move "1" to sid-anahtar.

           read sid-dosya

               invalid key

                   move son-id to sid-sonraki

                   add 1 to sid-sonraki

                   move "1" to sid-anahtar

                   write sid-kaydi

                   end-write

           end-read.

           move sid-sonraki to blok-sonraki.

           move blok-sonraki to blok-ust.

           add blok-boy to blok-ust.

           subtract 1 from blok-ust.

           add blok-boy to sid-sonraki.

           rewrite sid-kaydi

               invalid key display "A111.SID GUNCELLENEMEDI !"

                   line 22 position 1 blink

           end-rewrite.

           close sid-dosya.


           perform jurnal-yaz.

       sonraki-doldur.

           move ad to js-ad.

           accept jr-saat from time.

           move spaces to jr-kaynak.

           move spaces to jr-onaylayan.

           open extend jurnal.

           move jurnal-calisma to jurnal-satiri.

           close jurnal.

       kimlik-oku.

      *    bakim ekrani kisinin detay satiriyla doldurulur; detayi

      *    olmayan kiside alanlar bos gelir.

           move reg-id to km-reg-id.

           read kimlik

               invalid key

                   move zeros to kimlik-tc

                   move zeros to kimlik-dogum

                   move spaces to kimlik-adres

                   move spaces to kimlik-telefon

               not invalid key

                   move km-tc-no to kimlik-tc

                   move km-dogum-tarihi to kimlik-dogum

                   move km-adres to kimlik-adres

                   move km-telefon to kimlik-telefon

           end-read.

       kimlik-denetle.

      *    TC Kimlik No 11 hanedir ve ilk hanesi sifir olamaz. 10.

      *    hane, tek sira hanelerin toplaminin 7 kati ile cift sira

      *    hanelerin toplaminin farkinin 10'a bolumunden kalandir

      *    (fark eksiye dusmesin diye cift toplam 9 ile carpilip

      *    eklenir, 10'a gore kalan degismez); 11. hane ilk on

      *    hanenin toplaminin 10'a bolumunden kalandir. Numara

      *    a111.kim ve arsivdeki a111.khs genelinde tek olmalidir.

      *    0 girilen numara ve dogum tarihi bilinmiyor sayilir.

           move spaces to kimlik-hata.

           move spaces to kimlik-neden.

           accept kimlik-bugun from date yyyymmdd.

           if kimlik-dogum not = zeros

               perform dogum-denetle thru dogum-denetle-son

               if dogum-gecerli = "H"

                   move "07" to kimlik-neden

                   move "GECERSIZ DOGUM TARIHI !" to kimlik-hata

                   go to kimlik-denetle-son

               end-if

           end-if.

           if kimlik-tc = zeros

               go to kimlik-denetle-son

           end-if.

           move kimlik-tc to tc-calisma.

           if tc-rakam (1) = zero

               go to kimlik-gecersiz

           end-if.

           add tc-rakam (1) tc-rakam (3) tc-rakam (5) tc-rakam (7)

               tc-rakam (9) giving tc-tek.

           add tc-rakam (2) tc-rakam (4) tc-rakam (6) tc-rakam (8)

               giving tc-cift.

           multiply tc-tek by 7 giving tc-toplam.

           multiply tc-cift by 9 giving tc-ek.

           add tc-ek to tc-toplam.

           divide tc-toplam by 10 giving tc-bolum remainder tc-kalan.

           if tc-kalan not = tc-rakam (10)

               go to kimlik-gecersiz

           end-if.

           add tc-tek tc-cift tc-rakam (10) giving tc-toplam.

           divide tc-toplam by 10 giving tc-bolum remainder tc-kalan.

           if tc-kalan not = tc-rakam (11)

               go to kimlik-gecersiz

           end-if.

           perform tc-ara thru tc-ara-son.

           if tc-sahibi not = zeros

               move "06" to kimlik-neden

               move "TC KIMLIK NO BASKA KAYITTA VAR !" to kimlik-hata

           end-if.

           go to kimlik-denetle-son.

       kimlik-gecersiz.

           move "05" to kimlik-neden.

           move "GECERSIZ TC KIMLIK NO !" to kimlik-hata.

       kimlik-denetle-son.

           exit.

       dogum-denetle.

      *    gun, ayin gun sayisina gore denetlenir; subat 4'e bolunen

      *    yillarda 29 gundur, 400'e bolunmeyen yuzyil yillari haric.

           move "H" to dogum-gecerli.

           move kimlik-dogum to dogum-calisma.

           if dogum-ay < 1 or dogum-ay > 12 or dogum-gun < 1

               or kimlik-dogum > kimlik-bugun

               go to dogum-denetle-son

           end-if.

           move 31 to dogum-ay-son.

           if dogum-ay = 4 or dogum-ay = 6 or dogum-ay = 9

               or dogum-ay = 11

               move 30 to dogum-ay-son

           end-if.

           if dogum-ay = 2

               move 28 to dogum-ay-son

               divide dogum-yil by 4 giving dogum-bolum

                   remainder dogum-kalan

               if dogum-kalan = zeros

                   move 29 to dogum-ay-son

               end-if

               divide dogum-yil by 100 giving dogum-bolum

                   remainder dogum-kalan

               if dogum-kalan = zeros

                   move 28 to dogum-ay-son

               end-if

               divide dogum-yil by 400 giving dogum-bolum

                   remainder dogum-kalan

               if dogum-kalan = zeros

                   move 29 to dogum-ay-son

               end-if

           end-if.

           if dogum-gun > dogum-ay-son

               go to dogum-denetle-son

           end-if.

           move "E" to dogum-gecerli.

       dogum-denetle-son.

           exit.

       tc-ara.

      *    once guncel detay dosyasinda ikincil anahtarla, sonra

      *    arsiv detay dosyasinda sirayla aranir; kisinin kendi

      *    satiri sayilmaz.

           move zeros to tc-sahibi.

           move kimlik-tc to km-tc-no.

           read kimlik key is km-tc-no

               invalid key move zeros to km-reg-id

           end-read.

           if km-reg-id not = zeros and km-reg-id not = kimlik-id

               move km-reg-id to tc-sahibi

               go to tc-ara-son

           end-if.

           open input kimlik-arsiv.

           if kimlik-arsiv-durum not = "00"

               if kimlik-arsiv-durum = "05"

                   close kimlik-arsiv

               end-if

               go to tc-ara-son

           end-if.

           move "N" to kimlik-arsiv-bitti.

           perform tc-arsiv-oku until kimlik-arsiv-bitti = "E".

           close kimlik-arsiv.

       tc-ara-son.

           exit.

       tc-arsiv-oku.

           read kimlik-arsiv

               at end move "E" to kimlik-arsiv-bitti

               not at end

                   move kimlik-arsiv-satiri to kimlik-kaydi

                   if km-tc-no = kimlik-tc

                       and km-reg-id not = kimlik-id

                       move km-reg-id to tc-sahibi

                       move "E" to kimlik-arsiv-bitti

                   end-if

           end-read.

       kimlik-yaz.

      *    detay alanlarinin hepsi bossa detay satiri tutulmaz, varsa

      *    silinir. Degisen her detay jurnale "K" satiri olarak

      *    yazilir; degismeyen detay icin satir yazilmaz.

           move kimlik-id to km-reg-id.

           read kimlik

               invalid key

                   move "H" to kimlik-var

                   move spaces to kimlik-onceki

               not invalid key

                   move "E" to kimlik-var

                   move km-bilgi to kimlik-onceki

           end-read.

           move kimlik-id to km-reg-id.

           move kimlik-tc to km-tc-no.

           move kimlik-dogum to km-dogum-tarihi.

           move kimlik-adres to km-adres.

           move kimlik-telefon to km-telefon.

           accept km-tarih from date yyyymmdd.

           if kimlik-tc = zeros and kimlik-dogum = zeros

               and kimlik-adres = spaces and kimlik-telefon = spaces

               if kimlik-var = "H"

                   go to kimlik-yaz-son

               end-if

               delete kimlik

                   invalid key

                       display "DETAY SILINEMEDI, KAYIT NO : "

                           kimlik-id

                           line 22 position 1 blink

                       go to kimlik-yaz-son

               end-delete

               move spaces to kimlik-sonraki

               go to kimlik-jurnal

           end-if.

           move km-bilgi to kimlik-sonraki.

           if kimlik-var = "E"

               if kimlik-sonraki = kimlik-onceki

                   go to kimlik-yaz-son

               end-if

               rewrite kimlik-kaydi

                   invalid key

                       display "DETAY YAZILAMADI, KAYIT NO : "

                           kimlik-id

                           line 22 position 1 blink

                       go to kimlik-yaz-son

               end-rewrite

           else

               write kimlik-kaydi

                   invalid key

                       display "DETAY YAZILAMADI, KAYIT NO : "

                           kimlik-id

                           line 22 position 1 blink

                       go to kimlik-yaz-son

               end-write

           end-if.

       kimlik-jurnal.

           move spaces to jurnal-calisma.

           move "K" to jr-islem.

           move kimlik-id to jr-reg-id.

           move aktif-operator to jr-operator.

           move kimlik-onceki to jko-bilgi.

           move kimlik-sonraki to jks-bilgi.

           perform jurnal-yaz.

       kimlik-yaz-son.

           exit.

       guvenlik-yaz.

           accept gv-tarih from date yyyymmdd.

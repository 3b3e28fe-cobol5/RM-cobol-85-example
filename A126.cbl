      *    calisma sonunda a115.red bosaltilir ki ikinci bir calisma
      *    ayni satirlari bir daha yuklemesin.
      *    Tarih/saat alani bozuk satirlar calisma aninin tarih ve
      *    saati ile yuklenir. Satirdaki TC kimlik no, dogum tarihi,
      *    adres ve telefon da ekranda duzeltilir ve a111.kim detay
      *    dosyasina yazilir.

       environment DIVISION.


                    file status is jurnal-durum.

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

       fd red.

       01 red-satiri pic x(163).

       fd devir.

       01 devir-satiri pic x(163).

       fd sehir-dosya.


       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd kimlik.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       fd kimlik-arsiv.

       01 kimlik-arsiv-satiri pic x(85).

       working-storage section.


       77 alan-operator pic x(08) value spaces.

       77 alan-tc     pic x(11) value spaces.

       77 alan-dogum  pic x(08) value spaces.

       77 neden-metin pic x(30) value spaces.

       77 aktif-operator pic x(08) value spaces.

       77 jurnal-durum pic x(02) value spaces.

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

       01 jurnal-calisma.

           COPY JRNKAYIT.

           05 filler      pic x(01).

           05 rd-govde    pic x(160).

       01 tc-calisma.

           05 tc-rakam    pic 9(01) occurs 11 times.

       01 dogum-calisma.

           05 dogum-yil   pic 9(04).

           05 dogum-ay    pic 9(02).

           05 dogum-gun   pic 9(02).

       01 guvenlik-calisma.


            05  VALUE "ILCE...........:"  LINE 6 COL 1.

            05  VALUE "TC KIMLIK NO...:"  LINE 7 COL 1.

            05  VALUE "DOGUM TARIHI...:"  LINE 8 COL 1.

            05  VALUE "(YYYYAAGG)"        LINE 8 COL 27.

            05  VALUE "ADRES..........:"  LINE 9 COL 1.

            05  VALUE "TELEFON........:"  LINE 10 COL 1.

       01 neden-goster.

            05 LINE 1 COL 17 PIC x(30) FROM neden-metin.

            05 LINE 6 COL 17 PIC x(12) USING ILCE.

            05 LINE 7 COL 17 PIC 9(11) USING kimlik-tc.

            05 LINE 8 COL 17 PIC 9(08) USING kimlik-dogum.

            05 LINE 9 COL 17 PIC x(40) USING kimlik-adres.

            05 LINE 10 COL 17 PIC x(12) USING kimlik-telefon.

       PROCEDURE DIVISION.

       baslangic.

           end-if.

           open i-o kimlik.

           if kimlik-durum = "05"

               open output kimlik

               close kimlik

               open i-o kimlik

           end-if.

           if kimlik-durum not = "00"

               display "A111.KIM ACILAMADI, DURUM : " kimlik-durum

               stop run

           end-if.

           open output devir.

       dongu.

           close sehir-dosya.

           close kimlik.

           close devir.

           display "OKUNAN RED SATIRI.: " okunan-sayac.

           move spaces to alan-operator alan-tarih alan-saat.

           move spaces to alan-tc alan-dogum.

           move spaces to kimlik-adres kimlik-telefon.

           unstring rd-govde delimited by ","

               into ad soyad sehir ilce alan-operator

                    alan-tarih alan-saat

                    alan-tc alan-dogum kimlik-adres kimlik-telefon

           end-unstring.

           move zeros to kimlik-tc.

           if alan-tc numeric

               move alan-tc to kimlik-tc

           end-if.

           move zeros to kimlik-dogum.

           if alan-dogum numeric

               move alan-dogum to kimlik-dogum

           end-if.

           perform neden-coz.

       onarim.

           end-if.

           move zeros to kimlik-id.

           perform kimlik-denetle thru kimlik-denetle-son.

           if kimlik-hata not = spaces

               display kimlik-hata line 22 position 1 blink

               go to onarim

           end-if.

       yukle.

           perform id-ayir.

           perform jurnal-ekle.

           move reg-id to kimlik-id.

           perform kimlik-yaz thru kimlik-yaz-son.

           go to satir-son.

       govde-kur.

                  giris-saati   delimited by size

                  ","           delimited by size

                  kimlik-tc     delimited by size

                  ","           delimited by size

                  kimlik-dogum  delimited by size

                  ","           delimited by size

                  kimlik-adres  delimited by size

                  ","           delimited by size

                  kimlik-telefon delimited by size

               into rd-govde

           end-string.

           end-if.

           if rd-neden = "05"

               move "05 GECERSIZ TC KIMLIK NO" to neden-metin

           end-if.

           if rd-neden = "06"

               move "06 TC KIMLIK NO BASKA KAYITTA" to neden-metin

           end-if.

           if rd-neden = "07"

               move "07 GECERSIZ DOGUM TARIHI" to neden-metin

           end-if.

       sehir-ara.

              move sehir to seh-sehir.

           move cikis-tarihi to js-cikis.

           perform jurnal-yaz.

       jurnal-yaz.

           accept jr-tarih from date yyyymmdd.

           accept jr-saat from time.

           move spaces to jr-kaynak.

           move spaces to jr-onaylayan.

           open extend jurnal.

           move jurnal-calisma to jurnal-satiri.

           close jurnal.

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

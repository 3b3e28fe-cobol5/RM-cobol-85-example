      *    a117 - degisiklik jurnali (a111.jrn) sorgulama programi.
      *    Verilen KAYIT NO icin jurnal dosyasindaki guncelleme ve
      *    silme satirlarini once/sonra goruntuleri ile listeler.
      *    A135 ile devredilmis eski jurnal kusaklari a111.jkt
      *    tablosundan bulunup a111.jrn'den once taranir; verilen
      *    baslangic tarihinden once biten kusaklar okunmaz.

       environment DIVISION.


       file-control.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

       DATA division.

       file section.

           COPY JRNKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       working-storage section.

       77 jurnal-durum pic x(02) value spaces.

       77 bulunan-sayac pic 9(05) value zeros.

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 tablo-durum pic x(02) value spaces.

       77 tablo-bitti pic x value "N".

       77 bas-tarih   pic 9(08) value zeros.

       77 okunan-dosya pic 9(03) value zeros.

       PROCEDURE DIVISION.

       main.

           accept aranan-id.

           display "BASLANGIC TARIHI (YYYYAAGG, 0 = TUM KUSAKLAR) ?".

           accept bas-tarih.

           display "KAYIT NO " aranan-id " DEGISIKLIK GECMISI".

           display "--------------------------------------".

           perform kusak-tara thru kusak-tara-son.

           move "a111.jrn" to jurnal-adi.

           perform jurnal-tara thru jurnal-tara-son.

           if okunan-dosya = zeros

               display "A111.JRN BULUNAMADI, JURNAL KAYDI YOK !"

               stop run

           end-if.

           if bulunan-sayac = zeros


           stop run.

       kusak-tara.

           open input kusak-tablo.

           if tablo-durum not = "00"

               if tablo-durum = "05"

                   close kusak-tablo

               end-if

               go to kusak-tara-son

           end-if.

           move "N" to tablo-bitti.

           perform kusak-oku until tablo-bitti = "E".

           close kusak-tablo.

       kusak-tara-son.

           exit.

       kusak-oku.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   if ku-son-tarih not < bas-tarih

                       move ku-dosya to jurnal-adi

                       perform jurnal-tara thru jurnal-tara-son

                   end-if

           end-read.

       jurnal-tara.

           open input jurnal.

           if jurnal-durum not = "00"

               if jurnal-durum = "05"

                   close jurnal

               else

                   display "KUSAK DOSYASI ACILAMADI : " jurnal-adi

               end-if

               go to jurnal-tara-son

           end-if.

           add 1 to okunan-dosya.

           move "N" to jurnal-bitti.

           perform jurnal-oku until jurnal-bitti = "E".

           close jurnal.

       jurnal-tara-son.

           exit.

       jurnal-oku.

           read jurnal

                   if jr-reg-id = aranan-id

                       and jr-tarih not < bas-tarih

                       if jr-islem = "K"

                           perform kimlik-goster

                       else

                           perform jurnal-goster

                       end-if

                   end-if

           end-read.

       kimlik-goster.

      *    kimlik / iletisim detayi satirlarinda once ve sonra

      *    goruntuleri REGKAYIT degil detay dosyasinin alanlaridir.

           add 1 to bulunan-sayac.

           display jr-tarih space jr-saat space jr-operator

               " KIMLIK / ILETISIM".

           display "  ONCE : " jko-tc-no space jko-dogum space

               jko-telefon space jko-adres.

           display "  SONRA: " jks-tc-no space jks-dogum space

               jks-telefon space jks-adres.

       jurnal-goster.

           add 1 to bulunan-sayac.

                   else

                       if jr-islem = "A"

                           display jr-tarih space jr-saat space

                               jr-operator " ANONIMLESTIRME TALEBI"

                       else

                           display jr-tarih space jr-saat space

                               jr-operator " SILME"

                       end-if

                   end-if


           end-if.

           if jr-onaylayan not = spaces

               display "  ONAYLAYAN : " jr-onaylayan

           end-if.

           display "  ONCE : " jo-ad space jo-soyad space

               jo-sehir space jo-ilce space jo-tarih space jo-saat

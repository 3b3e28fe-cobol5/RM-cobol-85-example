      *    tarihinden once pasife cekilmis (kayit-statu = P) kayitlari
      *    a111.his gecmis dosyasina tasir, a111.dat'tan fiziksel
      *    olarak siler ve a111.chk sayaclarini gunceller; sonunda
      *    sayim raporu doker. Aktif uyesi kalan bir hanenin reisi
      *    (a111.uye, yakinlik B) arsive tasinmaz, dosyada kalir;
      *    arsive tasinan kisinin hane uyeligi silinir, uyesi
      *    kalmayan hane de a111.hne'den cikarilir. Arsive tasinan
      *    kisinin a111.kim detay satiri da a111.khs arsiv detay
      *    dosyasina tasinir.

       environment DIVISION.


                    file status is ozet-durum.

                   select optional hane assign "a111.hne"

                    organization is indexed

                    access mode is random

                    record key is hn-no

                    file status is hane-durum.

                   select optional uye assign "a111.uye"

                    organization is indexed

                    access mode is dynamic

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

       01 ozet-satiri pic x(67).

       fd hane.

       01 hane-kaydi.

           COPY HNEKAYIT.

       fd uye.

       01 uye-kaydi.

           COPY UYEKAYIT.

       fd kimlik.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       fd kimlik-arsiv.

       01 kimlik-arsiv-satiri pic x(85).

       working-storage section.

       77 kayit-durum pic x(02) value spaces.

       77 toplu-kesim pic 9(08) value zeros.

       77 hane-durum  pic x(02) value spaces.

       77 uye-durum   pic x(02) value spaces.

       77 uye-acik    pic x value "H".

       77 uye-bulundu pic x value "H".

       77 uye-bitti   pic x value "N".

       77 arsiv-uygun pic x value "E".

       77 konum-bozuldu pic x value "H".

       77 reis-sayac  pic 9(06) value zeros.

       77 kimlik-durum pic x(02) value spaces.

       77 kimlik-arsiv-durum pic x(02) value spaces.

       77 kimlik-acik pic x value "H".

       77 kimlik-tasinan pic 9(06) value zeros.

       01 aday-kayit  pic x(90).

       01 aday-uye.

           05 au-hane     pic 9(06).

           05 au-reg-id   pic 9(06).

       01 ozet-calisma.

           COPY OZTKAYIT.

           end-if.

           perform uye-ac thru uye-ac-son.

           perform kimlik-ac thru kimlik-ac-son.

           move zeros to reg-id.

           start kayit key is not less than reg-id

           close kayit.

           if uye-acik = "E"

               close uye

               close hane

           end-if.

           if kimlik-acik = "E"

               close kimlik

               close kimlik-arsiv

           end-if.

           perform denetim-yaz.

           display "OKUNAN KAYIT......: " okunan-sayac.

           display "DOSYADA KALAN.....: " kalan-sayac.

           display "  HANE REISI......: " reis-sayac.

           display "TASINAN DETAY.....: " kimlik-tasinan.

           go to son-ver.

       son-ver.

           end-if.

           move "E" to arsiv-uygun.

           move "H" to uye-bulundu.

           move "H" to konum-bozuldu.

           if kayit-statu = "P" and cikis-tarihi not = zeros

               and cikis-tarihi not > kesim-tarihi

               and uye-acik = "E"

               perform hane-denetle thru hane-denetle-son

           end-if.

           if kayit-statu = "P" and cikis-tarihi not = zeros

               and cikis-tarihi not > kesim-tarihi

               and arsiv-uygun = "E"

               move registo to gecmis-satiri

               write gecmis-satiri

                       add 1 to kalan-sayac

                   not invalid key

                       add 1 to tasinan-sayac

                       perform uye-sil thru uye-sil-son

                       perform kimlik-tasi thru kimlik-tasi-son

               end-delete


           end-if.

      *    hane denetimi a111.dat'i rastgele okuduysa sirali okuma

      *    bu kaydin arkasindan yeniden konumlanir.

           if konum-bozuldu = "E"

               start kayit key is greater than reg-id

                   invalid key move "10" to kayit-durum

               end-start

           end-if.

       uye-ac.

           open i-o uye.

           if uye-durum not = "00"

               if uye-durum = "05"

                   close uye

               end-if

               go to uye-ac-son

           end-if.

           open i-o hane.

           if hane-durum not = "00"

               if hane-durum = "05"

                   close hane

               end-if

               close uye

               go to uye-ac-son

           end-if.

           move "E" to uye-acik.

       uye-ac-son.

           exit.

       kimlik-ac.

           open i-o kimlik.

           if kimlik-durum not = "00"

               if kimlik-durum = "05"

                   close kimlik

               end-if

               go to kimlik-ac-son

           end-if.

           open extend kimlik-arsiv.

           if kimlik-arsiv-durum not = "00"

               and kimlik-arsiv-durum not = "05"

               display "A111.KHS ACILAMADI, DURUM : " kimlik-arsiv-durum

               close kimlik

               go to kimlik-ac-son

           end-if.

           move "E" to kimlik-acik.

       kimlik-ac-son.

           exit.

       kimlik-tasi.

      *    detay satiri silinmeden once arsiv detay dosyasina yazilir.

           if kimlik-acik not = "E"

               go to kimlik-tasi-son

           end-if.

           move reg-id to km-reg-id.

           read kimlik

               invalid key go to kimlik-tasi-son

           end-read.

           move kimlik-kaydi to kimlik-arsiv-satiri.

           write kimlik-arsiv-satiri.

           delete kimlik

               invalid key

                   display "DETAY SILINEMEDI, KAYIT NO : " km-reg-id

               not invalid key

                   add 1 to kimlik-tasinan

           end-delete.

       kimlik-tasi-son.

           exit.

       hane-denetle.

      *    kisi bir hanenin reisiyse hanenin diger uyelerinden biri

      *    a111.dat'ta aktif oldugu surece arsive tasinmaz.

           move reg-id to uy-reg-id.

           read uye key is uy-reg-id

               invalid key go to hane-denetle-son

           end-read.

           move "E" to uye-bulundu.

           move uy-anahtar to aday-uye.

           if uy-yakinlik not = "B"

               go to hane-denetle-son

           end-if.

           move registo to aday-kayit.

           move "E" to konum-bozuldu.

           move au-hane to uy-hane.

           move zeros to uy-reg-id.

           move "N" to uye-bitti.

           start uye key is not less than uy-anahtar

               invalid key move "E" to uye-bitti

           end-start.

           perform uye-denetle until uye-bitti = "E".

           move aday-kayit to registo.

           if arsiv-uygun = "H"

               display "HANE REISI, AKTIF UYESI VAR, KAYIT NO : "

                   reg-id " HANE : " au-hane

               add 1 to reis-sayac

           end-if.

       hane-denetle-son.

           exit.

       uye-denetle.

           read uye next record

               at end move "E" to uye-bitti

               not at end

                   if uy-hane not = au-hane

                       move "E" to uye-bitti

                   else

                       if uy-reg-id not = au-reg-id

                           perform uye-aktif-mi

                       end-if

                   end-if

           end-read.

       uye-aktif-mi.

           move uy-reg-id to reg-id.

           read kayit

               invalid key move spaces to kayit-statu

           end-read.

           if kayit-statu = "A"

               move "H" to arsiv-uygun

               move "E" to uye-bitti

           end-if.

       uye-sil.

      *    arsive tasinan kisinin uyeligi silinir; hanede baska uye

      *    kalmadiysa hane kaydi da silinir.

           if uye-bulundu not = "E"

               go to uye-sil-son

           end-if.

           move aday-uye to uy-anahtar.

           delete uye

               invalid key

                   display "HANE UYELIGI SILINEMEDI, KAYIT NO : "

                       au-reg-id

                   go to uye-sil-son

           end-delete.

           move au-hane to uy-hane.

           move zeros to uy-reg-id.

           start uye key is not less than uy-anahtar

               invalid key move zeros to uy-hane

               not invalid key

                   read uye next record

                       at end move zeros to uy-hane

                   end-read

           end-start.

           if uy-hane not = au-hane

               move au-hane to hn-no

               delete hane

                   invalid key display "HANE SILINEMEDI : " hn-no

               end-delete

           end-if.

       uye-sil-son.

           exit.

       denetim-oku.

           open input denetim.

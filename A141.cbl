       IDENTIFICATION DIVISION.

       program-id. a141.

      *    a141 - hane listesi raporu. a111.hne'deki haneleri SEHIR,
      *    ILCE ve hane numarasi sirasiyla a141.rpt dosyasina sayfali
      *    olarak doker; her hanenin altinda a111.uye'deki uyeleri
      *    yakinlik, ad / soyad ve a111.dat'taki statuleriyle
      *    listelenir. Adresi hane adresinden farkli ya da a111.dat'ta
      *    bulunmayan uyeler isaretlenir. ILCE, SEHIR ve genel
      *    toplamlarda hane ve kisi sayilari verilir. Istenirse tek
      *    bir SEHIR listelenir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional kayit assign "a111.dat"

                    organization is indexed

                    access mode is random

                    record key is reg-id

                    file status is kayit-durum.

                   select optional hane assign "a111.hne"

                    organization is indexed

                    access mode is dynamic

                    record key is hn-no

                    file status is hane-durum.

                   select optional uye assign "a111.uye"

                    organization is indexed

                    access mode is dynamic

                    record key is uy-anahtar

                    alternate record key is uy-reg-id

                    file status is uye-durum.

                   select sirali-dosya assign "a141.srt".

                   select rapor assign "a141.rpt"

                    organization is line sequential.

                   select optional parametre assign "a111.prm"

                    organization is line sequential

                    file status is parametre-durum.

                   select optional ozet-gunluk assign "a111.run"

                    organization is line sequential

                    file status is ozet-durum.

       DATA division.

       file section.

       fd kayit.

       01 registo.

           COPY REGKAYIT.

       fd hane.

       01 hane-kaydi.

           COPY HNEKAYIT.

       fd uye.

       01 uye-kaydi.

           COPY UYEKAYIT.

       SD sirali-dosya.

       01 sirali-kayit.

           05 sk-sehir    pic x(12).

           05 sk-ilce     pic x(12).

           05 sk-hane     pic 9(06).

           05 sk-reis     pic 9(06).

       fd rapor.

       01 rapor-satiri pic x(80).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       working-storage section.

       77 kayit-durum pic x(02) value spaces.

       77 hane-durum  pic x(02) value spaces.

       77 uye-durum   pic x(02) value spaces.

       77 sira-bitti  pic x value "N".

       77 uye-bitti   pic x value "N".

       77 istenen-sehir pic x(12) value spaces.

       77 onceki-sehir pic x(12) value spaces.

       77 onceki-ilce pic x(12) value spaces.

       77 ilk-grup    pic x value "E".

       77 uye-basildi pic x value "H".

       77 ilce-hane   pic 9(05) value zeros.

       77 ilce-kisi   pic 9(06) value zeros.

       77 sehir-hane  pic 9(05) value zeros.

       77 sehir-kisi  pic 9(06) value zeros.

       77 genel-hane  pic 9(05) value zeros.

       77 genel-kisi  pic 9(06) value zeros.

       77 satir-sayac pic 9(02) value zeros.

       77 sayfa-no    pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 ozet-durum  pic x(02) value spaces.

       77 parametre-bitti pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 toplu-sehir pic x(12) value spaces.

       01 baslik-1.

           05 filler      pic x(30)

               value "HANE LISTESI".

           05 filler      pic x(41) value spaces.

           05 filler      pic x(06) value "SAYFA ".

           05 bs-sayfa    pic 9(03).

       01 baslik-2.

           05 filler      pic x(12) value "  HANE NO".

           05 filler      pic x(10) value "KAYIT NO".

           05 filler      pic x(09) value "YAKINLIK".

           05 filler      pic x(13) value "ADI".

           05 filler      pic x(16) value "SOYADI".

           05 filler      pic x(06) value "STATU".

           05 filler      pic x(12) value "ACIKLAMA".

       01 grup-satiri.

           05 filler      pic x(08) value "SEHIR : ".

           05 gr-sehir    pic x(12).

           05 filler      pic x(04) value spaces.

           05 filler      pic x(07) value "ILCE : ".

           05 gr-ilce     pic x(12).

       01 hane-satiri.

           05 filler      pic x(02) value spaces.

           05 hs-hane     pic x(06).

           05 filler      pic x(04) value spaces.

           05 hs-reg-id   pic x(06).

           05 filler      pic x(04) value spaces.

           05 hs-yakinlik pic x(06).

           05 filler      pic x(03) value spaces.

           05 hs-ad       pic x(12).

           05 filler      pic x(01) value spaces.

           05 hs-soyad    pic x(15).

           05 filler      pic x(03) value spaces.

           05 hs-statu    pic x(01).

           05 filler      pic x(04) value spaces.

           05 hs-aciklama pic x(13).

       01 toplam-satiri.

           05 filler      pic x(02) value spaces.

           05 tp-etiket   pic x(16).

           05 filler      pic x(07) value "HANE : ".

           05 tp-hane     pic 9(05).

           05 filler      pic x(10) value "   KISI : ".

           05 tp-kisi     pic 9(06).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           perform parametre-oku thru parametre-oku-son.

           if toplu-mod = "E"

               move toplu-sehir to istenen-sehir

           else

               display "SEHIR (BOS = HEPSI) ?"

               accept istenen-sehir

           end-if.

           inspect istenen-sehir converting

               "abcdefghijklmnopqrstuvwxyz" to

               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           open input hane.

           if hane-durum not = "00"

               if hane-durum = "05"

                   close hane

               end-if

               display "A111.HNE ACILAMADI, ONCE A140 ILE HANE ACIN !"

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           open input uye.

           if uye-durum not = "00"

               if uye-durum = "05"

                   close uye

               end-if

               display "A111.UYE ACILAMADI, DURUM : " uye-durum

               close hane

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           open input kayit.

           if kayit-durum not = "00"

               if kayit-durum = "05"

                   close kayit

               end-if

               display "A111.DAT ACILAMADI, DURUM : " kayit-durum

               close uye

               close hane

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           open output rapor.

           perform sayfa-basi.

           sort sirali-dosya on ascending key sk-sehir sk-ilce sk-hane

               input procedure is hane-giris

               output procedure is hane-cikis.

           close rapor.

           close kayit.

           close uye.

           close hane.

           display "RAPOR A141.RPT DOSYASINA YAZILDI.".

           display "LISTELENEN HANE...: " genel-hane.

           display "LISTELENEN KISI...: " genel-kisi.

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       hane-giris.

      *    hane numarasi 000000 olan denetim satiri atlanir.

           move zeros to hn-no.

           start hane key is greater than hn-no

               invalid key move "10" to hane-durum

           end-start.

           perform hane-al until hane-durum = "10".

       hane-al.

           read hane next record

               at end move "10" to hane-durum

               not at end

                   if istenen-sehir = spaces

                       or hn-sehir = istenen-sehir

                       move hn-sehir to sk-sehir

                       move hn-ilce to sk-ilce

                       move hn-no to sk-hane

                       move hn-reis to sk-reis

                       release sirali-kayit

                   end-if

           end-read.

       hane-cikis.

           move "N" to sira-bitti.

           perform hane-don until sira-bitti = "Y".

           if ilk-grup = "H"

               perform ilce-dok

               perform sehir-dok

           end-if.

           move "GENEL TOPLAM" to tp-etiket.

           move genel-hane to tp-hane.

           move genel-kisi to tp-kisi.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

       hane-don.

           return sirali-dosya

               at end move "Y" to sira-bitti

               not at end perform hane-satir

           end-return.

       hane-satir.

           if ilk-grup = "E"

               move "H" to ilk-grup

               perform grup-basi

           else

               if sk-sehir not = onceki-sehir

                   perform ilce-dok

                   perform sehir-dok

                   perform grup-basi

               else

                   if sk-ilce not = onceki-ilce

                       perform ilce-dok

                       perform grup-basi

                   end-if

               end-if

           end-if.

           add 1 to ilce-hane.

           add 1 to sehir-hane.

           add 1 to genel-hane.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move sk-hane to uy-hane.

           move zeros to uy-reg-id.

           move "N" to uye-bitti.

           start uye key is not less than uy-anahtar

               invalid key move "E" to uye-bitti

           end-start.

           move sk-hane to hs-hane.

           move "H" to uye-basildi.

           perform uye-al until uye-bitti = "E".

           if uye-basildi = "H"

               move spaces to hs-reg-id hs-yakinlik hs-ad hs-soyad

                   hs-statu

               move "UYESI YOK" to hs-aciklama

               move hane-satiri to cikti-satir

               perform rapor-yaz

           end-if.

       grup-basi.

           move sk-sehir to onceki-sehir.

           move sk-ilce to onceki-ilce.

           move sk-sehir to gr-sehir.

           move sk-ilce to gr-ilce.

           move grup-satiri to cikti-satir.

           perform rapor-yaz.

       uye-al.

           read uye next record

               at end move "E" to uye-bitti

               not at end

                   if uy-hane not = sk-hane

                       move "E" to uye-bitti

                   else

                       perform uye-dok

                   end-if

           end-read.

       uye-dok.

      *    hane numarasi yalniz ilk uye satirinda basilir.

           add 1 to ilce-kisi.

           add 1 to sehir-kisi.

           add 1 to genel-kisi.

           move uy-reg-id to hs-reg-id.

           move "DIGER" to hs-yakinlik.

           if uy-yakinlik = "B" move "REIS" to hs-yakinlik.

           if uy-yakinlik = "E" move "ES" to hs-yakinlik.

           if uy-yakinlik = "C" move "COCUK" to hs-yakinlik.

           move spaces to hs-aciklama.

           move uy-reg-id to reg-id.

           read kayit

               invalid key

                   move spaces to hs-ad hs-soyad hs-statu

                   move "KAYIT YOK" to hs-aciklama

               not invalid key

                   move ad to hs-ad

                   move soyad to hs-soyad

                   move kayit-statu to hs-statu

                   if sehir not = sk-sehir or ilce not = sk-ilce

                       move "ADRES FARKLI" to hs-aciklama

                   end-if

           end-read.

           move hane-satiri to cikti-satir.

           perform rapor-yaz.

           move "E" to uye-basildi.

           move spaces to hs-hane.

       ilce-dok.

           move "ILCE TOPLAMI" to tp-etiket.

           move ilce-hane to tp-hane.

           move ilce-kisi to tp-kisi.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move zeros to ilce-hane.

           move zeros to ilce-kisi.

       sehir-dok.

           move "SEHIR TOPLAMI" to tp-etiket.

           move sehir-hane to tp-hane.

           move sehir-kisi to tp-kisi.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move zeros to sehir-hane.

           move zeros to sehir-kisi.

       rapor-yaz.

           if satir-sayac > 58

               perform sayfa-basi

           end-if.

           move cikti-satir to rapor-satiri.

           write rapor-satiri.

           add 1 to satir-sayac.

       sayfa-basi.

           add 1 to sayfa-no.

           move sayfa-no to bs-sayfa.

           move baslik-1 to rapor-satiri.

           write rapor-satiri.

           move baslik-2 to rapor-satiri.

           write rapor-satiri.

           move spaces to rapor-satiri.

           write rapor-satiri.

           move 3 to satir-sayac.

       parametre-oku.

           open input parametre.

           if parametre-durum not = "00"

               go to parametre-oku-son

           end-if.

           move "N" to parametre-bitti.

           perform parametre-ara until parametre-bitti = "E".

           close parametre.

       parametre-oku-son.

           exit.

       parametre-ara.

           read parametre

               at end move "E" to parametre-bitti

               not at end

                   if pr-program = "A141"

                       move "E" to toplu-mod

                       move p41-sehir to toplu-sehir

                       move "E" to parametre-bitti

                   end-if

           end-read.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A141" to oz-program.

           move calisma-sonuc to oz-sonuc.

           move genel-hane to oz-sayac-1.

           move genel-kisi to oz-sayac-2.

           move "LISTELENEN HANE / KISI" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.

       IDENTIFICATION DIVISION.

       program-id. a136.

      *    a136 - sehir ofisi onay mutabakati. Ofis yukledigi her
      *    a111.dlt uretimi icin a111.onb dosyasiyla onay gonderir :
      *    uretim numarasi, uyguladigi eklenen / guncellenen / pasife
      *    cekilen sayilari ve reddettigi satirlar gerekceleriyle.
      *    Program gelen onaylari a136.dat onay dosyasina isler,
      *    reddedilen satirlari rapora doker ve a111.onb'den siler;
      *    a136.dat'a yazilamayan uretimin onayi a111.onb'de kalir.
      *    Ardindan A129'un a129.kay gonderim defterini bastan sona
      *    gezer ve a136.rpt istisna raporunu cikarir : onayi
      *    gelmeyen uretim (gonderim gununden sonra hala onay yoksa),
      *    uygulanan + reddedilen sayilari gonderilenle tutmayan
      *    uretim, gonderim sayisindan fazla onaylanan (mukerrer)
      *    uretim ve defterde olmayan bir uretim icin gelen onay.
      *    A137 ile yeniden gonderilen uretimin ikinci onayi mukerrer
      *    sayilmaz. a111.prm'de A136 satiri varsa toplu kipte calisir
      *    ve sonucunu a111.run'a yazar.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional onay-dosya assign "a111.onb"

                    organization is line sequential

                    file status is onay-durum.

                   select optional defter assign "a129.kay"

                    organization is line sequential

                    file status is defter-durum.

                   select optional mutabakat assign "a136.dat"

                    organization is indexed

                    access mode is dynamic

                    record key is mk-uretim

                    file status is mutabakat-durum.

                   select grup-dosya assign "a136.grp"

                    organization is line sequential.

                   select devir assign "a136.onb"

                    organization is line sequential.

                   select rapor assign "a136.rpt"

                    organization is line sequential.

                   select optional parametre assign "a111.prm"

                    organization is line sequential

                    file status is parametre-durum.

                   select optional ozet-gunluk assign "a111.run"

                    organization is line sequential

                    file status is ozet-durum.

       DATA division.

       file section.

       fd onay-dosya.

       01 onay-kaydi.

           COPY ONBKAYIT.

       fd defter.

       01 defter-kaydi.

           COPY GNDKAYIT.

       fd mutabakat.

       01 mutabakat-kaydi.

           05 mk-uretim   pic 9(06).

           05 mk-adet     pic 9(03).

           05 mk-tarih    pic 9(08).

           05 mk-saat     pic 9(08).

           05 mk-eklenen  pic 9(06).

           05 mk-degisen  pic 9(06).

           05 mk-pasif    pic 9(06).

           05 mk-red      pic 9(06).

           05 mk-red-e    pic 9(06).

           05 mk-red-g    pic 9(06).

           05 mk-red-p    pic 9(06).

           05 mk-defterde pic x(01).

           05 mk-gonderim pic 9(03).

           05 mk-g-tarih  pic 9(08).

           05 mk-g-eklenen pic 9(06).

           05 mk-g-degisen pic 9(06).

           05 mk-g-pasif  pic 9(06).

       fd grup-dosya.

       01 grup-satiri pic x(60).

       fd devir.

       01 devir-satiri pic x(60).

       fd rapor.

       01 rapor-satiri pic x(80).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       working-storage section.

       77 onay-durum  pic x(02) value spaces.

       77 defter-durum pic x(02) value spaces.

       77 mutabakat-durum pic x(02) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 ozet-durum  pic x(02) value spaces.

       77 parametre-bitti pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 onay-bitti  pic x value "N".

       77 defter-bitti pic x value "N".

       77 mutabakat-bitti pic x value "N".

       77 grup-acik   pic x value "H".

       77 grup-dosya-acik pic x value "H".

       77 grup-yazildi pic x value "H".

       77 grup-bitti  pic x value "N".

       77 devir-bitti pic x value "N".

       77 devreden-sayac pic 9(06) value zeros.

       77 grup-uretim pic 9(06) value zeros.

       77 grup-tarih  pic 9(08) value zeros.

       77 grup-saat   pic 9(08) value zeros.

       77 grup-red-e  pic 9(06) value zeros.

       77 grup-red-g  pic 9(06) value zeros.

       77 grup-red-p  pic 9(06) value zeros.

       77 grup-red    pic 9(06) value zeros.

       77 calisma-tarihi pic 9(08) value zeros.

       77 gelen-sayac pic 9(06) value zeros.

       77 red-sayac   pic 9(06) value zeros.

       77 bozuk-sayac pic 9(06) value zeros.

       77 defter-sayac pic 9(06) value zeros.

       77 eksik-sayac pic 9(06) value zeros.

       77 fark-sayac  pic 9(06) value zeros.

       77 mukerrer-sayac pic 9(06) value zeros.

       77 bilinmeyen-sayac pic 9(06) value zeros.

       77 uyumlu-sayac pic 9(06) value zeros.

       77 istisna-sayac pic 9(06) value zeros.

       77 uygulanan   pic 9(07) value zeros.

       77 satir-sayac pic 9(02) value zeros.

       77 sayfa-no    pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       01 baslik-1.

           05 filler      pic x(30)

               value "ONAY MUTABAKAT RAPORU".

           05 filler      pic x(41) value spaces.

           05 filler      pic x(06) value "SAYFA ".

           05 bs-sayfa    pic 9(03).

       01 baslik-2.

           05 filler      pic x(08) value "URETIM".

           05 filler      pic x(10) value "TARIH".

           05 filler      pic x(29) value "DURUM".

           05 filler      pic x(11) value "GONDERILEN".

           05 filler      pic x(11) value "UYGULANAN".

           05 filler      pic x(06) value "RED".

       01 detay-satiri.

           05 dt-uretim   pic 9(06).

           05 filler      pic x(02) value spaces.

           05 dt-tarih    pic 9(08).

           05 filler      pic x(02) value spaces.

           05 dt-durum    pic x(27).

           05 filler      pic x(02) value spaces.

           05 dt-gonderilen pic 9(07).

           05 filler      pic x(04) value spaces.

           05 dt-uygulanan pic 9(07).

           05 filler      pic x(04) value spaces.

           05 dt-red      pic 9(06).

       01 red-satiri.

           05 rd-uretim   pic 9(06).

           05 filler      pic x(02) value spaces.

           05 filler      pic x(04) value "RED ".

           05 rd-reg-id   pic x(06).

           05 filler      pic x(01) value spaces.

           05 rd-islem    pic x(01).

           05 filler      pic x(02) value spaces.

           05 rd-neden    pic x(40).

       01 toplam-satiri.

           05 filler      pic x(08) value spaces.

           05 tp-etiket   pic x(30).

           05 tp-sayac    pic 9(06).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           perform parametre-oku thru parametre-oku-son.

           accept calisma-tarihi from date yyyymmdd.

           open i-o mutabakat.

           if mutabakat-durum = "05"

               open output mutabakat

               close mutabakat

               open i-o mutabakat

           end-if.

           if mutabakat-durum not = "00"

               display "A136.DAT ACILAMADI, DURUM : " mutabakat-durum

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           open output rapor.

           perform sayfa-basi.

           perform onay-isle thru onay-isle-son.

           perform defter-eslestir thru defter-eslestir-son.

           perform mutabakat-dok.

           close mutabakat.

           perform toplam-dok.

           close rapor.

           add eksik-sayac fark-sayac mukerrer-sayac bilinmeyen-sayac

               bozuk-sayac giving istisna-sayac.

           display "GELEN ONAY........: " gelen-sayac.

           display "ISTISNA...........: " istisna-sayac.

           display "RAPOR A136.RPT DOSYASINA YAZILDI.".

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       onay-isle.

      *    a136.dat'a islenen onaylar a111.onb'den silinir ki ikinci

      *    calismada mukerrer sayilmasin. Her onayin satirlari

      *    a136.grp'de biriktirilir; a136.dat'a yazilamayan onay

      *    a136.onb devir dosyasina aktarilir ve a111.onb bu dosyadan

      *    yeniden kurulur, boylece onay kaybolmaz.

           open input onay-dosya.

           if onay-durum not = "00"

               if onay-durum = "05"

                   close onay-dosya

               end-if

               go to onay-isle-son

           end-if.

           open output devir.

           move zeros to devreden-sayac.

           move "H" to grup-dosya-acik.

           move "GELEN ONAYLAR VE REDDEDILEN SATIRLAR" to cikti-satir.

           perform rapor-yaz.

           move "H" to grup-acik.

           move "N" to onay-bitti.

           perform onay-oku until onay-bitti = "E".

           close onay-dosya.

           if grup-acik = "E"

               move "DIP KAYDI EKSIK, ISLENMEDI" to dt-durum

               perform grup-bozuk

           end-if.

           if grup-dosya-acik = "E"

               close grup-dosya

               move "H" to grup-dosya-acik

           end-if.

           close devir.

           open output onay-dosya.

           if devreden-sayac > zeros

               open input devir

               move "N" to devir-bitti

               perform devir-oku until devir-bitti = "E"

               display "A136.DAT'A YAZILAMAYAN ONAY A111.ONB'DE "

                   "BIRAKILDI : " devreden-sayac

           end-if.

           close onay-dosya.

           if devreden-sayac > zeros

               close devir

           end-if.

           move spaces to cikti-satir.

           perform rapor-yaz.

       onay-isle-son.

           exit.

       devir-oku.

           read devir

               at end move "E" to devir-bitti

               not at end write onay-kaydi from devir-satiri

           end-read.

       onay-oku.

           read onay-dosya

               at end move "E" to onay-bitti

               not at end perform onay-satir thru onay-satir-son

           end-read.

       onay-satir.

           if ob-tip = "B"

               if grup-acik = "E"

                   move "DIP KAYDI EKSIK, ISLENMEDI" to dt-durum

                   perform grup-bozuk

               end-if

               if oa-uretim not numeric

                   move zeros to grup-uretim

                   move zeros to grup-tarih

                   move "BASLIK OKUNAMADI" to dt-durum

                   perform grup-bozuk

                   go to onay-satir-son

               end-if

               move "E" to grup-acik

               perform grup-baslat

               move oa-uretim to grup-uretim

               if oa-tarih numeric

                   move oa-tarih to grup-tarih

               else

                   move zeros to grup-tarih

               end-if

               if oa-saat numeric

                   move oa-saat to grup-saat

               else

                   move zeros to grup-saat

               end-if

               move zeros to grup-red-e

               move zeros to grup-red-g

               move zeros to grup-red-p

               move zeros to grup-red

               go to onay-satir-son

           end-if.

           if grup-acik not = "E"

               go to onay-satir-son

           end-if.

           if ob-tip = "R"

               write grup-satiri from onay-kaydi

               perform red-isle

               go to onay-satir-son

           end-if.

           if ob-tip = "S"

               if os-eklenen not numeric or os-degisen not numeric

                   or os-pasif not numeric

                   move "DIP KAYDI OKUNAMADI" to dt-durum

                   perform grup-bozuk

               else

                   perform grup-kaydet

                   if grup-yazildi not = "E"

                       perform grup-devret

                   end-if

               end-if

           end-if.

       onay-satir-son.

           exit.

       grup-baslat.

           if grup-dosya-acik = "E"

               close grup-dosya

           end-if.

           open output grup-dosya.

           move "E" to grup-dosya-acik.

           write grup-satiri from onay-kaydi.

       grup-devret.

      *    baslik ve red satirlari a136.grp'den, dip kaydi okunan

      *    satirdan devir dosyasina aktarilir.

           close grup-dosya.

           move "H" to grup-dosya-acik.

           open input grup-dosya.

           move "N" to grup-bitti.

           perform grup-aktar until grup-bitti = "E".

           close grup-dosya.

           write devir-satiri from onay-kaydi.

           add 1 to devreden-sayac.

       grup-aktar.

           read grup-dosya

               at end move "E" to grup-bitti

               not at end write devir-satiri from grup-satiri

           end-read.

       red-isle.

           add 1 to grup-red.

           add 1 to red-sayac.

           if or-islem = "E"

               add 1 to grup-red-e

           else

               if or-islem = "G"

                   add 1 to grup-red-g

               else

                   add 1 to grup-red-p

               end-if

           end-if.

           move grup-uretim to rd-uretim.

           move or-reg-id to rd-reg-id.

           move or-islem to rd-islem.

           move or-neden to rd-neden.

           move red-satiri to cikti-satir.

           perform rapor-yaz.

       grup-bozuk.

      *    eksik veya okunamayan onay islenmez; ofisten yenisi istenir.

           move "H" to grup-acik.

           add 1 to bozuk-sayac.

           move grup-uretim to dt-uretim.

           move grup-tarih to dt-tarih.

           move zeros to dt-gonderilen.

           move zeros to dt-uygulanan.

           move grup-red to dt-red.

           move detay-satiri to cikti-satir.

           perform rapor-yaz.

       grup-kaydet.

           move "H" to grup-acik.

           add 1 to gelen-sayac.

           move "E" to grup-yazildi.

           move grup-uretim to mk-uretim.

           read mutabakat

               invalid key

                   move grup-uretim to mk-uretim

                   move zeros to mk-adet

                   move "H" to mk-defterde

                   move zeros to mk-gonderim

                   move zeros to mk-g-tarih

                   move zeros to mk-g-eklenen

                   move zeros to mk-g-degisen

                   move zeros to mk-g-pasif

           end-read.

      *    ayni uretimin sonraki onayi ilkinin yerine gecer; kac kez

      *    onaylandigi mk-adet'te birikir.

           add 1 to mk-adet.

           move grup-tarih to mk-tarih.

           move grup-saat to mk-saat.

           move os-eklenen to mk-eklenen.

           move os-degisen to mk-degisen.

           move os-pasif to mk-pasif.

           move grup-red to mk-red.

           move grup-red-e to mk-red-e.

           move grup-red-g to mk-red-g.

           move grup-red-p to mk-red-p.

           if mk-adet = 1

               write mutabakat-kaydi

                   invalid key

                       display "A136.DAT YAZILAMADI, URETIM : "

                           mk-uretim

                       move "H" to grup-yazildi

                       move "H" to calisma-sonuc

               end-write

           else

               rewrite mutabakat-kaydi

                   invalid key

                       display "A136.DAT YAZILAMADI, URETIM : "

                           mk-uretim

                       move "H" to grup-yazildi

                       move "H" to calisma-sonuc

               end-rewrite

           end-if.

           if os-red numeric and os-red not = grup-red

               move grup-uretim to dt-uretim

               move grup-tarih to dt-tarih

               add 1 to fark-sayac

               move "RED SAYISI DIPLE TUTMUYOR" to dt-durum

               move os-red to dt-gonderilen

               move zeros to dt-uygulanan

               move grup-red to dt-red

               move detay-satiri to cikti-satir

               perform rapor-yaz

           end-if.

       defter-eslestir.

      *    defterdeki isaretler her calismada bastan kurulur : once

      *    tum onaylar "defterde yok" yapilir, sonra defterdeki her

      *    gonderim kendi onayini isaretleyip gonderim sayisini artirir.

           move zeros to mk-uretim.

           start mutabakat key is not < mk-uretim

               invalid key move "E" to mutabakat-bitti

               not invalid key move "N" to mutabakat-bitti

           end-start.

           perform isaret-sil until mutabakat-bitti = "E".

           move "MUTABAKAT" to cikti-satir.

           perform rapor-yaz.

           open input defter.

           if defter-durum not = "00"

               if defter-durum = "05"

                   close defter

               end-if

               display "A129.KAY GONDERIM DEFTERI BULUNAMADI !"

               go to defter-eslestir-son

           end-if.

           move "N" to defter-bitti.

           perform defter-oku until defter-bitti = "E".

           close defter.

       defter-eslestir-son.

           exit.

       isaret-sil.

           read mutabakat next record

               at end move "E" to mutabakat-bitti

               not at end

                   move "H" to mk-defterde

                   move zeros to mk-gonderim

                   rewrite mutabakat-kaydi

                       invalid key

                           display "A136.DAT YAZILAMADI, URETIM : "

                               mk-uretim

                           move "H" to calisma-sonuc

                   end-rewrite

           end-read.

       defter-oku.

           read defter

               at end move "E" to defter-bitti

               not at end perform defter-satir

           end-read.

       defter-satir.

           if gk-tip not = "Y"

               add 1 to defter-sayac

           end-if.

           move gk-uretim to mk-uretim.

           read mutabakat

               invalid key

                   if gk-tip not = "Y" and gk-tarih < calisma-tarihi

                       perform onay-eksik

                   end-if

               not invalid key

                   move "E" to mk-defterde

                   add 1 to mk-gonderim

                   if gk-tip not = "Y"

                       move gk-tarih to mk-g-tarih

                       move gk-eklenen to mk-g-eklenen

                       move gk-degisen to mk-g-degisen

                       move gk-pasif to mk-g-pasif

                   end-if

                   rewrite mutabakat-kaydi

                       invalid key

                           display "A136.DAT YAZILAMADI, URETIM : "

                               mk-uretim

                           move "H" to calisma-sonuc

                   end-rewrite

           end-read.

       onay-eksik.

           add 1 to eksik-sayac.

           move gk-uretim to dt-uretim.

           move gk-tarih to dt-tarih.

           move "ONAY GELMEDI" to dt-durum.

           move gk-toplam to dt-gonderilen.

           move zeros to dt-uygulanan.

           move zeros to dt-red.

           move detay-satiri to cikti-satir.

           perform rapor-yaz.

       mutabakat-dok.

           move zeros to mk-uretim.

           start mutabakat key is not < mk-uretim

               invalid key move "E" to mutabakat-bitti

               not invalid key move "N" to mutabakat-bitti

           end-start.

           perform mutabakat-oku until mutabakat-bitti = "E".

       mutabakat-oku.

           read mutabakat next record

               at end move "E" to mutabakat-bitti

               not at end perform mutabakat-denetle thru

                   mutabakat-denetle-son

           end-read.

       mutabakat-denetle.

           move mk-uretim to dt-uretim.

           move mk-g-tarih to dt-tarih.

           add mk-eklenen mk-degisen mk-pasif giving uygulanan.

           move uygulanan to dt-uygulanan.

           move mk-red to dt-red.

           add mk-g-eklenen mk-g-degisen mk-g-pasif

               giving dt-gonderilen.

           if mk-defterde not = "E"

               add 1 to bilinmeyen-sayac

               move mk-tarih to dt-tarih

               move zeros to dt-gonderilen

               move "DEFTERDE YOK, BILINMEYEN" to dt-durum

               move detay-satiri to cikti-satir

               perform rapor-yaz

               go to mutabakat-denetle-son

           end-if.

           if mk-adet > mk-gonderim

               add 1 to mukerrer-sayac

               move "MUKERRER ONAY" to dt-durum

               move detay-satiri to cikti-satir

               perform rapor-yaz

           end-if.

           add mk-eklenen mk-red-e giving uygulanan.

           if uygulanan not = mk-g-eklenen

               go to mutabakat-fark

           end-if.

           add mk-degisen mk-red-g giving uygulanan.

           if uygulanan not = mk-g-degisen

               go to mutabakat-fark

           end-if.

           add mk-pasif mk-red-p giving uygulanan.

           if uygulanan not = mk-g-pasif

               go to mutabakat-fark

           end-if.

           if mk-adet not > mk-gonderim

               add 1 to uyumlu-sayac

           end-if.

           go to mutabakat-denetle-son.

       mutabakat-fark.

           add 1 to fark-sayac.

           move "SAYI TUTMUYOR" to dt-durum.

           move detay-satiri to cikti-satir.

           perform rapor-yaz.

       mutabakat-denetle-son.

           exit.

       toplam-dok.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "GELEN ONAY................:" to tp-etiket.

           move gelen-sayac to tp-sayac.

           perform toplam-yaz.

           move "REDDEDILEN SATIR..........:" to tp-etiket.

           move red-sayac to tp-sayac.

           perform toplam-yaz.

           move "ISLENEMEYEN ONAY..........:" to tp-etiket.

           move bozuk-sayac to tp-sayac.

           perform toplam-yaz.

           move "DEFTERDEKI URETIM.........:" to tp-etiket.

           move defter-sayac to tp-sayac.

           perform toplam-yaz.

           move "UYUMLU....................:" to tp-etiket.

           move uyumlu-sayac to tp-sayac.

           perform toplam-yaz.

           move "ONAYI GELMEYEN............:" to tp-etiket.

           move eksik-sayac to tp-sayac.

           perform toplam-yaz.

           move "SAYISI TUTMAYAN...........:" to tp-etiket.

           move fark-sayac to tp-sayac.

           perform toplam-yaz.

           move "MUKERRER ONAY.............:" to tp-etiket.

           move mukerrer-sayac to tp-sayac.

           perform toplam-yaz.

           move "DEFTERDE OLMAYAN URETIM...:" to tp-etiket.

           move bilinmeyen-sayac to tp-sayac.

           perform toplam-yaz.

       toplam-yaz.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

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

                   if pr-program = "A136"

                       move "E" to toplu-mod

                       move "E" to parametre-bitti

                   end-if

           end-read.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A136" to oz-program.

           move calisma-sonuc to oz-sonuc.

           move gelen-sayac to oz-sayac-1.

           move istisna-sayac to oz-sayac-2.

           move "GELEN ONAY / ISTISNA" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.

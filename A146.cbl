       IDENTIFICATION DIVISION.

       program-id. a146.

      *    a146 - gunluk onay raporu. a111.ony onay kuyrugunu tarar ve
      *    a146.rpt dosyasina uc bolum doker : rapor gunu onaylanip
      *    uygulanan talepler, rapor gunu reddedilen talepler (red
      *    gerekcesi ile) ve belirlenen gun sayisindan uzun suredir
      *    onay bekleyen talepler. Her satirda talep eden ve karar
      *    veren operator yer alir. Rapor gunu ve bekleme siniri
      *    a111.prm'deki "A146" satirindan ya da sorularak alinir;
      *    gun 0 verilirse bugun, oglenden once calisirsa dun alinir.
      *    Gun farki A138'deki gibi gun sayisina cevrilerek bulunur.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional onay assign "a111.ony"

                    organization is indexed

                    access mode is dynamic

                    record key is oy-no

                    file status is onay-durum.

                   select rapor assign "a146.rpt"

                    organization is line sequential.

                   select optional parametre assign "a111.prm"

                    organization is line sequential

                    file status is parametre-durum.

                   select optional ozet-gunluk assign "a111.run"

                    organization is line sequential

                    file status is ozet-durum.

       DATA division.

       file section.

       fd onay.

       01 onay-kaydi.

           COPY ONYKAYIT.

       fd rapor.

       01 rapor-satiri pic x(80).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       working-storage section.

       77 onay-durum  pic x(02) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 ozet-durum  pic x(02) value spaces.

       77 onay-bitti  pic x value "N".

       77 parametre-bitti pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 toplu-gun   pic 9(08) value zeros.

       77 toplu-sinir pic 9(03) value zeros.

       77 rapor-gunu  pic 9(08) value zeros.

       77 bekleme-siniri pic 9(03) value zeros.

       77 bolum-tipi  pic x(01) value spaces.

       77 bugun       pic 9(08) value zeros.

       77 simdi       pic 9(08) value zeros.

       77 rapor-no    pic 9(07) value zeros.

       77 gun-no      pic 9(07) value zeros.

       77 bekleme-gun pic 9(07) value zeros.

       77 hesap-yil   pic 9(04) value zeros.

       77 hesap-ay    pic 9(02) value zeros.

       77 ara-deger   pic 9(09) value zeros.

       77 bolum       pic 9(04) value zeros.

       77 kalan       pic 9(03) value zeros.

       77 bolum-sayac pic 9(05) value zeros.

       77 onaylanan-sayac pic 9(05) value zeros.

       77 reddedilen-sayac pic 9(05) value zeros.

       77 geciken-sayac pic 9(05) value zeros.

       77 bekleyen-sayac pic 9(05) value zeros.

       77 satir-sayac pic 9(02) value zeros.

       77 sayfa-no    pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       01 gun-tarih.

           05 gt-yil      pic 9(04).

           05 gt-ay       pic 9(02).

           05 gt-gun      pic 9(02).

       01 gun-sayi redefines gun-tarih pic 9(08).

       01 baslik-1.

           05 filler      pic x(30)

               value "GUNLUK ONAY RAPORU".

           05 filler      pic x(41) value spaces.

           05 filler      pic x(06) value "SAYFA ".

           05 bs-sayfa    pic 9(03).

       01 baslik-2.

           05 filler      pic x(08) value "TALEP".

           05 filler      pic x(11) value "TIP".

           05 filler      pic x(09) value "PROGRAM".

           05 filler      pic x(09) value "ISTEYEN".

           05 filler      pic x(10) value "ONAYLAYAN".

           05 filler      pic x(09) value "TALEP TRH".

           05 filler      pic x(09) value "KARAR TRH".

           05 filler      pic x(08) value "KAYIT NO".

       01 bolum-satiri.

           05 bl-baslik   pic x(30).

           05 bl-gun      pic 9(08).

           05 bl-ek       pic x(30).

       01 detay-satiri.

           05 dt-no       pic 9(06).

           05 filler      pic x(02) value spaces.

           05 dt-tip      pic x(10).

           05 filler      pic x(01) value spaces.

           05 dt-program  pic x(08).

           05 filler      pic x(01) value spaces.

           05 dt-isteyen  pic x(08).

           05 filler      pic x(01) value spaces.

           05 dt-onaylayan pic x(08).

           05 filler      pic x(02) value spaces.

           05 dt-talep    pic 9(08).

           05 filler      pic x(01) value spaces.

           05 dt-karar    pic x(08).

           05 dt-bekleme redefines dt-karar.

               10 db-gun      pic 9(04).

               10 db-etiket   pic x(04).

           05 filler      pic x(01) value spaces.

           05 dt-reg-id   pic x(06).

       01 aciklama-satiri.

           05 filler      pic x(08) value spaces.

           05 ac-etiket   pic x(11).

           05 ac-metin    pic x(61).

       01 adlandirma-metni.

           05 am-eski-sehir pic x(12).

           05 filler      pic x(01) value "/".

           05 am-eski-ilce pic x(12).

           05 filler      pic x(04) value " -> ".

           05 am-yeni-sehir pic x(12).

           05 filler      pic x(01) value "/".

           05 am-yeni-ilce pic x(12).

       01 toplam-satiri.

           05 tp-etiket   pic x(40).

           05 tp-sayac    pic 9(05).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           accept bugun from date yyyymmdd.

           accept simdi from time.

           perform parametre-oku thru parametre-oku-son.

           if toplu-mod = "E"

               move toplu-gun to rapor-gunu

               move toplu-sinir to bekleme-siniri

           else

               display "RAPOR GUNU (YYYYAAGG, 0 = VARSAYILAN) ?"

               accept rapor-gunu

               display "BEKLEME SINIRI (GUN) ?"

               accept bekleme-siniri

           end-if.

           if rapor-gunu = zeros

               perform gun-bul thru gun-bul-son

           end-if.

           move rapor-gunu to gun-sayi.

           perform gun-hesapla.

           move gun-no to rapor-no.

           open output rapor.

           perform sayfa-basi.

           open input onay.

           if onay-durum not = "00"

               if onay-durum = "05"

                   close onay

               end-if

               move "ONAY KUYRUGU (A111.ONY) BOS." to cikti-satir

               perform rapor-yaz

           else

               move "O" to bolum-tipi

               perform bolum-dok thru bolum-dok-son

               move "R" to bolum-tipi

               perform bolum-dok thru bolum-dok-son

               move "B" to bolum-tipi

               perform bolum-dok thru bolum-dok-son

               close onay

           end-if.

           perform toplam-dok.

           close rapor.

           display "RAPOR GUNU........: " rapor-gunu.

           display "ONAYLANAN TALEP...: " onaylanan-sayac.

           display "REDDEDILEN TALEP..: " reddedilen-sayac.

           display "GECIKEN TALEP.....: " geciken-sayac.

           display "RAPOR A146.RPT DOSYASINA YAZILDI.".

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       gun-bul.

      *    gece zinciri gun donumunden sonra calisir; oglenden once

      *    bir onceki gunun kararlari raporlanir.

           move bugun to gun-sayi.

           if simdi not < 12000000

               go to gun-bul-tamam

           end-if.

           if gt-gun > 1

               subtract 1 from gt-gun

               go to gun-bul-tamam

           end-if.

           if gt-ay = 1

               subtract 1 from gt-yil

               move 12 to gt-ay

               move 31 to gt-gun

               go to gun-bul-tamam

           end-if.

           subtract 1 from gt-ay.

           move 31 to gt-gun.

           if gt-ay = 4 or gt-ay = 6 or gt-ay = 9 or gt-ay = 11

               move 30 to gt-gun

           end-if.

           if gt-ay = 2

               move 28 to gt-gun

               divide gt-yil by 4 giving bolum remainder kalan

               if kalan = zeros

                   move 29 to gt-gun

               end-if

               divide gt-yil by 100 giving bolum remainder kalan

               if kalan = zeros

                   move 28 to gt-gun

               end-if

               divide gt-yil by 400 giving bolum remainder kalan

               if kalan = zeros

                   move 29 to gt-gun

               end-if

           end-if.

       gun-bul-tamam.

           move gun-sayi to rapor-gunu.

       gun-bul-son.

           exit.

       gun-hesapla.

      *    tarihi sabit bir baslangictan beri gecen gun sayisina

      *    cevirir; Mart'tan baslayan yil ile subat ve artik yil

      *    duzeltmesi kendiliginden gelir.

           move gt-yil to hesap-yil.

           move gt-ay to hesap-ay.

           if hesap-ay < 3

               subtract 1 from hesap-yil

               add 12 to hesap-ay

           end-if.

           multiply hesap-yil by 365 giving gun-no.

           divide hesap-yil by 4 giving ara-deger.

           add ara-deger to gun-no.

           divide hesap-yil by 100 giving ara-deger.

           subtract ara-deger from gun-no.

           divide hesap-yil by 400 giving ara-deger.

           add ara-deger to gun-no.

           subtract 3 from hesap-ay.

           multiply hesap-ay by 153 giving ara-deger.

           add 2 to ara-deger.

           divide ara-deger by 5 giving ara-deger.

           add ara-deger to gun-no.

           add gt-gun to gun-no.

       bolum-dok.

      *    kuyruk her bolum icin bastan taranir; denetim satiri

      *    (talep numarasi 000000) atlanir.

           move zeros to bolum-sayac.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move spaces to bolum-satiri.

           if bolum-tipi = "O"

               move "ONAYLANAN TALEPLER - GUN : " to bl-baslik

               move rapor-gunu to bl-gun

           end-if.

           if bolum-tipi = "R"

               move "REDDEDILEN TALEPLER - GUN : " to bl-baslik

               move rapor-gunu to bl-gun

           end-if.

           if bolum-tipi = "B"

               move "BEKLEYEN TALEPLER - GUN : " to bl-baslik

               move rapor-gunu to bl-gun

               move " (SINIRDAN UZUN BEKLEYENLER)" to bl-ek

           end-if.

           move bolum-satiri to cikti-satir.

           perform rapor-yaz.

           move zeros to oy-no.

           start onay key is greater than oy-no

               invalid key go to bolum-dok-bitir

           end-start.

           move "N" to onay-bitti.

           perform bolum-oku until onay-bitti = "E".

       bolum-dok-bitir.

           if bolum-sayac = zeros

               move "    BU BOLUMDE TALEP YOK." to cikti-satir

               perform rapor-yaz

           end-if.

       bolum-dok-son.

           exit.

       bolum-oku.

           read onay next record

               at end move "E" to onay-bitti

               not at end perform talep-sec thru talep-sec-son

           end-read.

       talep-sec.

           if oy-durum = "B" and bolum-tipi = "B"

               add 1 to bekleyen-sayac

               move oy-istek-tarihi to gun-sayi

               perform gun-hesapla

               if gun-no > rapor-no

                   go to talep-sec-son

               end-if

               subtract gun-no from rapor-no giving bekleme-gun

               if bekleme-gun not > bekleme-siniri

                   go to talep-sec-son

               end-if

               add 1 to geciken-sayac

               perform detay-yaz

               go to talep-sec-son

           end-if.

           if oy-durum not = bolum-tipi

               or oy-karar-tarihi not = rapor-gunu

               go to talep-sec-son

           end-if.

           if bolum-tipi = "O"

               add 1 to onaylanan-sayac

           else

               add 1 to reddedilen-sayac

           end-if.

           perform detay-yaz.

       talep-sec-son.

           exit.

       detay-yaz.

           add 1 to bolum-sayac.

           move oy-no to dt-no.

           move oy-tip to dt-tip.

           if oy-tip = "S"

               move "PASIF" to dt-tip

           end-if.

           if oy-tip = "G"

               move "GERI ALMA" to dt-tip

           end-if.

           if oy-tip = "D"

               move "ADLANDIRMA" to dt-tip

           end-if.

           move oy-program to dt-program.

           move oy-isteyen to dt-isteyen.

           move oy-onaylayan to dt-onaylayan.

           move oy-istek-tarihi to dt-talep.

           if oy-durum = "B"

               move bekleme-gun to db-gun

               move " GUN" to db-etiket

           else

               move oy-karar-tarihi to dt-karar

           end-if.

           if oy-tip = "D"

               move "TOPLU" to dt-reg-id

           else

               move oy-reg-id to dt-reg-id

           end-if.

           move detay-satiri to cikti-satir.

           perform rapor-yaz.

           if oy-tip = "D"

               move od-eski-sehir to am-eski-sehir

               move od-eski-ilce to am-eski-ilce

               move od-yeni-sehir to am-yeni-sehir

               move od-yeni-ilce to am-yeni-ilce

               move "ADLANDIRMA " to ac-etiket

               move adlandirma-metni to ac-metin

               move aciklama-satiri to cikti-satir

               perform rapor-yaz

           end-if.

           if oy-durum = "R"

               move "GEREKCE  : " to ac-etiket

               move oy-neden to ac-metin

               move aciklama-satiri to cikti-satir

               perform rapor-yaz

           end-if.

       toplam-dok.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "ONAYLANAN TALEP" to tp-etiket.

           move onaylanan-sayac to tp-sayac.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

           move "REDDEDILEN TALEP" to tp-etiket.

           move reddedilen-sayac to tp-sayac.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

           move "BEKLEYEN TALEP (TOPLAM)" to tp-etiket.

           move bekleyen-sayac to tp-sayac.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

           move "SINIRDAN UZUN BEKLEYEN TALEP" to tp-etiket.

           move geciken-sayac to tp-sayac.

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

                   if pr-program = "A146"

                       move "E" to toplu-mod

                       if p46-gun numeric

                           move p46-gun to toplu-gun

                       else

                           move zeros to toplu-gun

                       end-if

                       if p46-sinir numeric

                           move p46-sinir to toplu-sinir

                       else

                           move zeros to toplu-sinir

                       end-if

                       move "E" to parametre-bitti

                   end-if

           end-read.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A146" to oz-program.

           move calisma-sonuc to oz-sonuc.

           add onaylanan-sayac reddedilen-sayac giving oz-sayac-1.

           move geciken-sayac to oz-sayac-2.

           move "KARAR VERILEN / GECIKEN TALEP" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.

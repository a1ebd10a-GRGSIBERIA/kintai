identification division.
program-id. 066-seed-withholding-tax.
environment division.
input-output section.
       file-control.
       select monthly-file assign to "./dat/withholding-tax.dat"
           organization is relative
           access mode sequential
           relative key is key-num.
       select bonus-file assign to "./dat/bonus-tax-rate.dat"
           organization is relative
           access mode sequential
           relative key is key-num.
data division.
file section.
       fd monthly-file.
           01 Fwt-rec.
               03 Fwt-effective-from pic X(8).
               03 Fwt-body pic X(98).
       fd bonus-file.
           01 Fbt-rec.
               03 Fbt-effective-from pic X(8).
               03 Fbt-body pic X(149).
working-storage section.
       01 key-num pic 9(4).
       *> 源泉徴収税額表（月額表）の抜粋。
       *> 以上・未満・甲欄0人〜7人・甲欄超過税率・乙欄・乙欄超過税率
       *> （毎年の正式な表は kintai-withholding-import で取り込む）
       01 monthly-values.
           03 filler pic X(40) value "0000000000088000000000000000000000000000".
           03 filler pic X(40) value "0000000000000000000000000000000000000000".
           03 filler pic X(18) value "000000000000003063".
           03 filler pic X(40) value "0008800000099000000001300000000000000000".
           03 filler pic X(40) value "0000000000000000000000000000000000000000".
           03 filler pic X(18) value "000000000320000000".
           03 filler pic X(40) value "0009900000120000000005900000000000000000".
           03 filler pic X(40) value "0000000000000000000000000000000000000000".
           03 filler pic X(18) value "000000000390000000".
           03 filler pic X(40) value "0012000000150000000017500000013000000000".
           03 filler pic X(40) value "0000000000000000000000000000000000000000".
           03 filler pic X(18) value "000000000880000000".
           03 filler pic X(40) value "0015000000200000000032700000166000000050".
           03 filler pic X(40) value "0000000000000000000000000000000000000000".
           03 filler pic X(18) value "000000001140000000".
           03 filler pic X(40) value "0020000000250000000047700000314000001530".
           03 filler pic X(40) value "0000000000000000000000000000000000000000".
           03 filler pic X(18) value "000000002090000000".
           03 filler pic X(40) value "0025000000300000000066400000502000003410".
           03 filler pic X(40) value "0000179000000170000000000000000000000000".
           03 filler pic X(18) value "000000003130000000".
           03 filler pic X(40) value "0030000000350000000084200000680000005190".
           03 filler pic X(40) value "0000357000001950000003400000000000000000".
           03 filler pic X(18) value "000000004430000000".
           03 filler pic X(40) value "0035000000400000000103600000854000006910".
           03 filler pic X(40) value "0000529000003670000020600000044000000000".
           03 filler pic X(18) value "000000005980000000".
           03 filler pic X(40) value "0040000000500000000116300000955000007700".
           03 filler pic X(40) value "0000609000004470000028600000124000000000".
           03 filler pic X(18) value "000000007290000000".
           03 filler pic X(40) value "0050000000600000000221100001663000012740".
           03 filler pic X(40) value "0000949000007880000062700000464000003030".
           03 filler pic X(18) value "000000010850000000".
           03 filler pic X(40) value "0060000000740000000320100002479000020590".
           03 filler pic X(40) value "0001633000012850000100900000847000006850".
           03 filler pic X(18) value "000000013950000000".
           03 filler pic X(40) value "0074000099999999000508700004364000039020".
           03 filler pic X(40) value "0003439000029780000251500002052000017000".
           03 filler pic X(18) value "204200025500040840".
       01 monthly-table redefines monthly-values.
           03 monthly-entry pic X(98) occurs 13 times
               indexed by monthly-idx.
       *> 賞与に対する源泉徴収税額の算出率の表の抜粋。
       *> 税率・甲欄0人〜7人の以上／未満・乙欄の以上／未満
       01 bonus-values.
           03 filler pic X(40) value "0000000000000000680000000000000094000000".
           03 filler pic X(40) value "0000000133000000000000017100000000000002".
           03 filler pic X(40) value "1000000000000002430000000000000275000000".
           03 filler pic X(29) value "00000003080000000000000000000".
           03 filler pic X(40) value "0204200068000000790000009400000243000001".
           03 filler pic X(40) value "3300000269000001710000029500000210000003".
           03 filler pic X(40) value "0000000243000003000000027500000333000003".
           03 filler pic X(29) value "08000003720000000000000000000".
           03 filler pic X(40) value "0408400079000002520000024300000282000002".
           03 filler pic X(40) value "6900000312000002950000034500000300000003".
           03 filler pic X(40) value "7800000300000004060000033300000431000003".
           03 filler pic X(29) value "72000004560000000000000000000".
           03 filler pic X(40) value "0816800252000003000000028200000338000003".
           03 filler pic X(40) value "1200000369000003450000039800000378000004".
           03 filler pic X(40) value "2400000406000004500000043100000476000004".
           03 filler pic X(29) value "56000005020000000000000000000".
           03 filler pic X(40) value "1021000300000003340000033800000365000003".
           03 filler pic X(40) value "6900000393000003980000041700000424000004".
           03 filler pic X(40) value "4400000450000004720000047600000499000005".
           03 filler pic X(29) value "02000005270000000000000222000".
           03 filler pic X(40) value "2042000334000005210000036500000554000003".
           03 filler pic X(40) value "9300000587000004170000062100000444000006".
           03 filler pic X(40) value "5500000472000006890000049900000722000005".
           03 filler pic X(29) value "27000007560000022200000293000".
           03 filler pic X(40) value "3063000521000011180000055400001145000005".
           03 filler pic X(40) value "8700001174000006210000120300000655000012".
           03 filler pic X(40) value "3200000689000012610000072200001290000007".
           03 filler pic X(29) value "56000013180000029300001555000".
           03 filler pic X(40) value "4594501118000999999990114500099999999011".
           03 filler pic X(40) value "7400099999999012030009999999901232000999".
           03 filler pic X(40) value "9999901261000999999990129000099999999013".
           03 filler pic X(29) value "18000999999990155500099999999".
       01 bonus-table redefines bonus-values.
           03 bonus-entry pic X(149) occurs 8 times
               indexed by bonus-idx.

procedure division.
main-procedure.
       display "源泉徴収税額表（月額表・賞与の算出率の表）を登録します"

       open output monthly-file.
       perform varying monthly-idx from 1 by 1
           until monthly-idx > 13
           set key-num to monthly-idx
           move "20250101" to Fwt-effective-from
           move monthly-entry(monthly-idx) to Fwt-body
           write Fwt-rec
           display Fwt-rec
       end-perform.
       close monthly-file.

       open output bonus-file.
       perform varying bonus-idx from 1 by 1
           until bonus-idx > 8
           set key-num to bonus-idx
           move "20250101" to Fbt-effective-from
           move bonus-entry(bonus-idx) to Fbt-body
           write Fbt-rec
           display Fbt-rec
       end-perform.
       close bonus-file.

       stop run.

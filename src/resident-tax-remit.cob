identification division.
program-id. kintai-resident-tax-remit.

environment division.
input-output section.
       file-control.
           select manifest-file assign to "./dat/payroll-manifest.dat"
               organization indexed
               access mode dynamic
               record key is Fman-key
               status manifest-status.
           select kept-file assign using kept-name
               organization line sequential
               status kept-status.
           select resident-tax-file assign to "./dat/resident-tax.dat"
               organization indexed
               access mode dynamic
               record key is Frt-key
               status resident-tax-status.
           select remit-file assign using remit-name
               organization line sequential
               status remit-status.
data division.
file section.
       fd manifest-file.
           01 Fman-rec.
               03 Fman-key.
                   05 Fman-yyyymm pic X(6).
                   05 Fman-version pic 9(3).
               03 Fman-rows pic 9(5).
               03 Fman-total-hours pic 9(7)v99.
               03 Fman-total-pay pic 9(10)v99.
               03 Fman-filename pic X(60).
               03 Fman-created-at pic X(21).
       fd kept-file.
           01 kept-line pic X(1024).
       fd resident-tax-file.
           01 Frt-rec.
               03 Frt-key.
                   05 Frt-userid pic 9(7).
                   05 Frt-fiscal-year pic 9(4).
               03 Frt-municipality pic X(6).
               03 Frt-annual pic 9(8).
               03 Frt-installment pic 9(7) occurs 12 times.
               03 Frt-retire-flag pic X.
               03 Frt-retire-month pic X(6).
               03 Frt-method pic X.
               03 Frt-imported-at pic X(21).
       fd remit-file.
           01 remit-line pic X(120).
working-storage section.
       01 status-rec.
           03 manifest-status pic XX.
           03 kept-status pic XX.
           03 resident-tax-status pic XX.
           03 remit-status pic XX.
       01 target-yyyymm pic X(6).
       01 kept-name pic X(60).
       01 remit-name pic X(60).
       01 best-version pic 9(3).
       01 header-skipped pic 9.
       *> 控えCSVの列分解用（27列目の住民税まで読む）
       01 kept-cols.
           03 kept-col pic X(40) occurs 27 times.
       01 kept-tallying pic 99.
       01 line-userid pic 9(7).
       01 line-amount pic 9(8).
       01 rt-fiscal-year pic 9(4).
       01 rt-mm pic 99.
       *> 納入先（市区町村）別の集計
       01 muni-table.
           03 muni-entry occurs 500 times indexed by muni-idx.
               05 muni-code pic X(6).
               05 muni-count pic 9(5).
               05 muni-amount pic 9(10).
       01 muni-count-all pic 9(4) value zero.
       01 match-idx pic 9(4).
       01 unknown-count pic 9(5) value zero.
       01 total-count pic 9(5) value zero.
       01 total-amount pic 9(10) value zero.
       *> 納期限（翌月10日）
       01 due-yyyy pic 9(4).
       01 due-mm pic 99.
       01 disp-count pic Z(4)9.
       01 disp-amount pic Z(9)9.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "住民税特別徴収 納入先別集計（翌月10日納付分）".

       display "給与支給の対象年月を入力してください (例: 202606)".
       accept target-yyyymm.

       move function numval(target-yyyymm(1:4)) to rt-fiscal-year.
       move function numval(target-yyyymm(5:2)) to rt-mm.
       if rt-mm < 6
           subtract 1 from rt-fiscal-year
       end-if.
       move function numval(target-yyyymm(1:4)) to due-yyyy.
       move rt-mm to due-mm.
       if due-mm = 12
           move 1 to due-mm
           add 1 to due-yyyy
       else
           add 1 to due-mm
       end-if.

       *> 同じ月に複数版があるときは月次給与の最新版の控えを使う
       move zero to best-version.
       move spaces to kept-name.
       open input manifest-file.
       if manifest-status = "00"
           perform until manifest-status not = "00"
               read manifest-file next record
                   not at end
                       if Fman-yyyymm = target-yyyymm
                           and Fman-version > best-version
                           and Fman-filename(1:20)
                               = "./dat/payroll-export"
                           move Fman-version to best-version
                           move Fman-filename to kept-name
                       end-if
           end-perform
           close manifest-file
       end-if.

       if best-version = zero
           display target-yyyymm " の月次給与控えが見つかりません"
           display "（kintai-payroll-export を実行してから再実行してください）"
           stop run
       end-if.
       display "控えファイル: " function trim(kept-name)
           "（第" best-version "版）".

       move zero to header-skipped.
       open input kept-file.
       if kept-status not = "00"
           display "控えファイルが読めませんでした"
           stop run
       end-if.
       open input resident-tax-file.
       perform until kept-status not = "00"
           read kept-file
               not at end
                   if header-skipped = zero
                       move 1 to header-skipped
                   else
                       perform add-one-kept-line
                           thru add-one-kept-line-exit
                   end-if
       end-perform.
       close resident-tax-file.
       close kept-file.

       perform write-remit-file.

       display "納入先 " muni-count-all " 件  対象者 " total-count
           " 名  納入額合計 " total-amount " 円".
       display function trim(remit-name) " に出力しました".
       if unknown-count > 0
           display "警告: 住民税ファイルに市区町村コードがない控除が "
               unknown-count " 件あります"
       end-if.
       stop run.

add-one-kept-line.
       move spaces to kept-cols.
       move zero to kept-tallying.
       unstring kept-line delimited by ","
           into kept-col(1) kept-col(2) kept-col(3) kept-col(4)
               kept-col(5) kept-col(6) kept-col(7) kept-col(8)
               kept-col(9) kept-col(10) kept-col(11) kept-col(12)
               kept-col(13) kept-col(14) kept-col(15) kept-col(16)
               kept-col(17) kept-col(18) kept-col(19) kept-col(20)
               kept-col(21) kept-col(22) kept-col(23) kept-col(24)
               kept-col(25) kept-col(26) kept-col(27)
           tallying in kept-tallying
       end-unstring.

       if kept-tallying < 27 or kept-col(27) = spaces
           go to add-one-kept-line-exit
       end-if.
       compute line-amount = function numval(kept-col(27)).
       if line-amount = zero
           go to add-one-kept-line-exit
       end-if.
       compute line-userid = function numval(kept-col(1)).

       move line-userid to Frt-userid.
       move rt-fiscal-year to Frt-fiscal-year.
       read resident-tax-file
           invalid key continue
       end-read.
       if resident-tax-status not = "00"
           move spaces to Frt-municipality
       end-if.
       if Frt-municipality = spaces
           add 1 to unknown-count
           move "??????" to Frt-municipality
       end-if.

       move zero to match-idx.
       perform varying muni-idx from 1 by 1
           until muni-idx > muni-count-all
           if muni-code(muni-idx) = Frt-municipality
               set match-idx to muni-idx
           end-if
       end-perform.
       if match-idx = zero
           if muni-count-all >= 500
               go to add-one-kept-line-exit
           end-if
           add 1 to muni-count-all
           move muni-count-all to match-idx
           move Frt-municipality to muni-code(match-idx)
           move zero to muni-count(match-idx)
           move zero to muni-amount(match-idx)
       end-if.
       add 1 to muni-count(match-idx).
       add line-amount to muni-amount(match-idx).
       add 1 to total-count.
       add line-amount to total-amount.

add-one-kept-line-exit.
       exit.

write-remit-file.
       move spaces to remit-name.
       string "./dat/resident-tax-remit-" delimited by size
           target-yyyymm delimited by size
           ".txt" delimited by size
           into remit-name
       end-string.
       open output remit-file.

       move spaces to remit-line.
       string "住民税特別徴収 納入書集計  給与支給月 " delimited by size
           target-yyyymm(1:4) delimited by size
           "年" delimited by size
           target-yyyymm(5:2) delimited by size
           "月  納期限 " delimited by size
           due-yyyy delimited by size
           "/" delimited by size
           due-mm delimited by size
           "/10" delimited by size
           into remit-line
       end-string.
       write remit-line.
       move "市区町村コード  人員        納入額" to remit-line.
       write remit-line.

       perform varying muni-idx from 1 by 1
           until muni-idx > muni-count-all
           move muni-count(muni-idx) to disp-count
           move muni-amount(muni-idx) to disp-amount
           move spaces to remit-line
           string muni-code(muni-idx) delimited by size
               "          " delimited by size
               disp-count delimited by size
               "  " delimited by size
               disp-amount delimited by size
               into remit-line
           end-string
           write remit-line
       end-perform.

       move total-count to disp-count.
       move total-amount to disp-amount.
       move spaces to remit-line.
       string "合計            " delimited by size
           disp-count delimited by size
           "  " delimited by size
           disp-amount delimited by size
           into remit-line
       end-string.
       write remit-line.

       close remit-file.

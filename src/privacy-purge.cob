               access mode dynamic
               record key is Fdep-userid
               status dep-status.
           select vault-file assign to "./dat/mynumber-vault.dat"
               organization indexed
               access mode dynamic
               record key is Fmn-key
               status vault-status.
           select cert-file assign to "./dat/purge-certificate.dat"
               organization line sequential
               status cert-status.
               03 Fdep-userid pic 9(7).
               03 Fdep-count pic 9(2).
               03 Fdep-relationship pic N(10).
       fd vault-file.
           01 Fmn-rec.
               03 Fmn-key.
                   05 Fmn-userid pic 9(7).
                   05 Fmn-person pic 9(2).
               03 Fmn-name pic N(32).
               03 Fmn-relationship pic N(10).
               03 Fmn-number pic X(12).
               03 Fmn-collected-date pic X(8).
               03 Fmn-purpose pic X(2).
               03 Fmn-registered-by pic 9(7).
               03 Fmn-registered-at pic X(21).
       fd cert-file.
           01 cert-line pic X(128).
       fd log-file.
           03 ec-status pic XX.
           03 dep-status pic XX.
           03 cert-status pic XX.
           03 vault-status pic XX.
       01 cutoff-date pic X(8).
       01 purge-count pic 9(5) value zero.
       01 purged-items pic X(40).
       01 confirm-choice pic X.
       *> 個人番号は退職後の保存期間を過ぎたら保管ファイルから廃棄する
       01 vault-years-x pic X(2).
       01 vault-years pic 9(2).
       01 vault-cutoff pic X(8).
       01 vault-cutoff-year pic 9(4).
       01 vault-count pic 9(5) value zero.

procedure division.
main-procedure.
       display "（法定保存期間を過ぎた退職日を指定してください 例: 20210331）".
       accept cutoff-date.

       display "個人番号の保存期間（退職後の年数）を入力してください"
           "（空欄は7年）".
       move spaces to vault-years-x.
       accept vault-years-x.
       if vault-years-x = spaces
           move 7 to vault-years
       else
           move function numval(vault-years-x) to vault-years
       end-if.
       move function current-date(1:8) to vault-cutoff.
       compute vault-cutoff-year =
           function numval(vault-cutoff(1:4)) - vault-years.
       move vault-cutoff-year to vault-cutoff(1:4).
       if vault-cutoff(5:4) = "0229"
           move "0228" to vault-cutoff(5:4)
       end-if.
       display "個人番号は " vault-cutoff " 以前の退職者の分を廃棄します".

       display cutoff-date " 以前の退職者を匿名化します。よろしいですか？ [y/n]".
       accept confirm-choice.
       if confirm-choice not = "y" and confirm-choice not = "Y"
       end-perform.
       close user-file.

       perform purge-mynumber-vault thru purge-mynumber-vault-exit.

       display " "
       display purge-count " 名の個人情報を匿名化しました".
       display vault-count " 件の個人番号を廃棄しました".
       display "廃棄証明は ./dat/purge-certificate.dat に追記されています".

       open extend log-file.
       string
           "[INFO] privacy purge: " delimited by size
           purge-count delimited by size
           " retired users anonymized, " delimited by size
           vault-count delimited by size
           " mynumber entries destroyed." delimited by size
           into log-comments
       end-string.
       write log-rec.
       end-string.
       write cert-line.
       close cert-file.

purge-mynumber-vault.
       *> 匿名化済みかどうかに関わらず、保存期間を過ぎた退職者の
       *> 本人・扶養家族の個人番号を削除し、1件ずつ廃棄証明を残す
       open i-o vault-file.
       if vault-status not = "00"
           go to purge-mynumber-vault-exit
       end-if.
       open input user-file.
       perform until vault-status not = "00"
           read vault-file next record
               at end move "10" to vault-status
               not at end
                   perform purge-one-vault-entry
           end-read
       end-perform.
       close user-file.
       close vault-file.

purge-mynumber-vault-exit.
       exit.

purge-one-vault-entry.
       move Fmn-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status = "00"
           and Fretire-date not = spaces
           and Fretire-date not = "00000000"
           and Fretire-date <= vault-cutoff
           delete vault-file record
               invalid key
                   display "個人番号の廃棄に失敗しました: " Fmn-userid
           end-delete
           move spaces to purged-items
           string "mynumber-" delimited by size
               Fmn-person delimited by size
               into purged-items
           end-string
           perform write-certificate
           add 1 to vault-count
       end-if.

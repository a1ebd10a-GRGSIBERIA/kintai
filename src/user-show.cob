               access mode dynamic
               record key is Frh-new-userid
               status rehire-link-status.
           select field-visibility-file
               assign to "./dat/field-visibility.dat"
               organization indexed
               access mode dynamic
               record key is Ffv-key
               status fv-status.
data division.
file section.
       fd user-file.
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
       fd gender-file.
           01 gender-rec.
               03 Fgender-id pic 9(2).
               03 Fra-target pic X(20).
               03 Fra-filler4 pic X.
               03 Fra-dest pic X(8).
               03 Fra-filler5 pic X.
               03 Fra-purpose pic X(2).
               03 Fra-filler6 pic X.
               03 Fra-view pic X.
       fd rehire-link-file.
           01 Frh-rec.
               03 Frh-new-userid pic 9(7).
               03 Frh-old-userid pic 9(7).
               03 Frh-linked-at pic X(21).
       fd field-visibility-file.
           01 Ffv-rec.
               03 Ffv-key.
                   05 Ffv-group pic X(10).
                   05 Ffv-roll pic 9(2).
               03 Ffv-level pic X.
working-storage section.
       *> 再雇用リンクの表示用
       01 rehire-link-status pic XX.
       01 read-access-status pic XX.
       01 ra-target-ws pic X(20).
       01 ra-dest-ws pic X(8).
       *> 項目表示マトリクス（field-visibility.dat）による伏せ字用
       01 fv-status pic XX.
       01 viewer-roll pic 9(2).
       01 fv-group pic X(10).
       01 fv-level pic X.
       01 fv-group-has-rows pic 9.
       01 show-address pic X.
       01 show-phone pic X.
       01 show-email pic X.
       01 show-birthdate pic X.
       01 masked-view pic X.
       01 mask-len pic 9(3).
       01 mask-phone pic X(14).
       01 mask-local pic X(254).
       01 mask-domain pic X(254).
       *> kintai-menuからの起動時に引き継がれるセッション識別
       01 session-userid pic 9(7) external.
       01 mode-select pic 99.
       display "結果をファイルにも保存しますか？ [y/n]".
       accept save-to-file.

       perform load-viewer-roll thru load-viewer-roll-exit.
       perform load-field-visibility.

main-procedure.
       display "対応した数字を入力してください".
       display "1. ユーザIDから".
       end-rewrite.
       close bookmark-file.

load-viewer-roll.
       *> kintai-menu から起動した場合はログイン者の役職、
       *> 無人実行（セッション無し）は役職00として扱う
       move zero to viewer-roll.
       if session-userid = zero
           go to load-viewer-roll-exit
       end-if.
       open input user-file.
       move session-userid to Fuserid.
       read user-file
           invalid key continue
       end-read.
       if user-status = "00"
           move Froll to viewer-roll
       end-if.
       close user-file.

load-viewer-roll-exit.
       exit.

load-field-visibility.
       *> 閲覧者の役職ごとに住所・電話・メール・生年月日の表示可否を決める
       move "ADDRESS" to fv-group.
       perform lookup-field-visibility thru lookup-field-visibility-exit.
       move fv-level to show-address.
       move "PHONE" to fv-group.
       perform lookup-field-visibility thru lookup-field-visibility-exit.
       move fv-level to show-phone.
       move "EMAIL" to fv-group.
       perform lookup-field-visibility thru lookup-field-visibility-exit.
       move fv-level to show-email.
       move "BIRTHDATE" to fv-group.
       perform lookup-field-visibility thru lookup-field-visibility-exit.
       move fv-level to show-birthdate.

       move "F" to masked-view.
       if show-address = "M" or show-phone = "M"
           or show-email = "M" or show-birthdate = "M"
           move "M" to masked-view
       end-if.

lookup-field-visibility.
       *> permission.dat と同じく、対象項目の行が1件も無ければ従来どおり
       *> 全表示、行があって閲覧者の役職が未登録なら伏せる
       move "F" to fv-level.
       open input field-visibility-file.
       if fv-status not = "00"
           go to lookup-field-visibility-exit
       end-if.

       move fv-group to Ffv-group.
       move viewer-roll to Ffv-roll.
       read field-visibility-file
           invalid key continue
       end-read.
       if fv-status = "00"
           if Ffv-level not = "F"
               move "M" to fv-level
           end-if
           close field-visibility-file
           go to lookup-field-visibility-exit
       end-if.

       move zero to fv-group-has-rows.
       move fv-group to Ffv-group.
       move zero to Ffv-roll.
       start field-visibility-file key >= Ffv-key
           invalid key continue
       end-start.
       perform until fv-status not = "00"
           read field-visibility-file next record
               at end continue
               not at end
                   if Ffv-group = fv-group
                       move 1 to fv-group-has-rows
                   end-if
       end-perform.
       close field-visibility-file.

       if fv-group-has-rows = 1
           move "M" to fv-level
       end-if.

lookup-field-visibility-exit.
       exit.

mask-user-fields.
       *> 表示・出力用の伏せ字（user.dat へは書き戻さない）
       if show-address = "M"
           *> 住所は都道府県のみ
           move "***-****" to Faddress-postal
           move spaces to Faddress-city
           move spaces to Faddress-street
       end-if.

       if show-phone = "M" and Fphone-number not = spaces
           *> 電話番号は下4桁のみ
           move Fphone-number to mask-phone
           move function length(function trim(mask-phone trailing))
               to mask-len
           move spaces to Fphone-number
           if mask-len > 4
               move all "*" to Fphone-number(1:mask-len - 4)
               move mask-phone(mask-len - 3:4)
                   to Fphone-number(mask-len - 3:4)
           else
               move "****" to Fphone-number(1:4)
           end-if
       end-if.

       if show-email = "M" and Femail not = spaces
           *> メールアドレスはドメインのみ
           move spaces to mask-local
           move spaces to mask-domain
           unstring Femail delimited by "@"
               into mask-local mask-domain
           end-unstring
           move spaces to Femail
           string "***@" delimited by size
               function trim(mask-domain) delimited by size
               into Femail
           end-string
       end-if.

       if show-birthdate = "M"
           and Fbirthdate not = spaces
           and Fbirthdate not = "00000000"
           *> 生年月日は年のみ
           move "****" to Fbirthdate(5:4)
       end-if.

display-user section.
       move spaces to ra-target-ws.
       move Fuserid to ra-target-ws(1:7).
           move "CONSOLE" to ra-dest-ws
       end-if.
       perform write-read-access.
       perform mask-user-fields.

       display read-cnt "件目のデータです".
       display "userid: " Fuserid.
       move "kintai-user-show" to Fra-program.
       move ra-target-ws to Fra-target.
       move ra-dest-ws to Fra-dest.
       move spaces to Fra-purpose.
       move masked-view to Fra-view.
       move " " to Fra-filler1 Fra-filler2 Fra-filler3 Fra-filler4
           Fra-filler5 Fra-filler6.
       write Fra-rec.
       close read-access-file.


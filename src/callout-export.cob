           select callout-file assign to "./dat/callout-list.txt"
               organization line sequential
               status callout-status.
           select read-access-file assign to "./dat/read-access.dat"
               organization line sequential
               status read-access-status.
           select field-visibility-file
               assign to "./dat/field-visibility.dat"
               organization indexed
               access mode dynamic
               record key is Ffv-key
               status fv-status.
data division.
file section.
       fd user-file.
               03 Fec-phone pic X(14).
       fd callout-file.
           01 callout-line pic X(200).
       fd read-access-file.
           01 Fra-rec.
               03 Fra-timestamp pic X(21).
               03 Fra-filler1 pic X.
               03 Fra-viewer pic 9(7).
               03 Fra-filler2 pic X.
               03 Fra-program pic X(20).
               03 Fra-filler3 pic X.
               03 Fra-target pic X(20).
               03 Fra-filler4 pic X.
               03 Fra-dest pic X(8).
               03 Fra-filler5 pic X.
               03 Fra-purpose pic X(2).
               03 Fra-filler6 pic X.
               03 Fra-view pic X.
       fd field-visibility-file.
           01 Ffv-rec.
               03 Ffv-key.
                   05 Ffv-group pic X(10).
                   05 Ffv-roll pic 9(2).
               03 Ffv-level pic X.
working-storage section.
       *> 個人情報の閲覧証跡（プライバシー監査対応）
       01 read-access-status pic XX.
       *> kintai-menuからの起動時に引き継がれるセッション識別
       01 session-userid pic 9(7) external.
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
       01 status-rec.
           03 user-status pic XX.
           03 ec-status pic XX.
       display "勤怠管理システム".
       display "緊急連絡網出力バッチ（印刷用）".

       perform load-viewer-roll thru load-viewer-roll-exit.
       perform load-field-visibility.

       open input user-file.
       perform until user-status not = "00"
           read user-file

       perform sort-callout thru sort-callout-exit.
       perform write-callout-file.
       perform write-read-access.

       display co-count " 名を ./dat/callout-list.txt に出力しました".
       if missing-count > 0
       add 1 to co-count.
       move Fdept to co-dept(co-count).
       move Fuserid to co-userid(co-count).
       perform mask-user-fields.
       move Flastname to co-lastname(co-count).
       move Ffirstname to co-firstname(co-count).
       move Fphone-number to co-phone(co-count).
           into callout-line
       end-string.
       write callout-line.

write-read-access.
       *> 名簿ファイルを誰がどの表示区分（全表示/伏せ字）で出力したかを残す
       open extend read-access-file.
       if read-access-status not = "00"
           open output read-access-file
       end-if.
       move function current-date to Fra-timestamp.
       move session-userid to Fra-viewer.
       move "kintai-callout-export" to Fra-program.
       move "callout-list" to Fra-target.
       move "FILE" to Fra-dest.
       move spaces to Fra-purpose.
       move masked-view to Fra-view.
       move " " to Fra-filler1 Fra-filler2 Fra-filler3 Fra-filler4
           Fra-filler5 Fra-filler6.
       write Fra-rec.
       close read-access-file.

load-viewer-roll.
       *> kintai-menu から起動した場合はログイン者の役職、
       *> 無人実行（セッション無し）は役職00として扱う
       move zero to viewer-roll.
       if session-userid = zero
           go to load-viewer-roll-exit
       end-if.
       open input user-file.
       perform until user-status not = "00"
           read user-file
               not at end
                   if Fuserid = session-userid
                       move Froll to viewer-roll
                   end-if
       end-perform.
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

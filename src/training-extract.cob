               access mode dynamic
               record key is Tdep-userid
               status train-dep-status.
           select train-vault-file
               assign to "./dat/training-mynumber-vault.dat"
               organization indexed
               access mode dynamic
               record key is Tmn-key
               status train-vault-status.
data division.
file section.
       fd user-file.
               03 Tdep-userid pic 9(7).
               03 Tdep-count pic 9(2).
               03 Tdep-relationship pic N(10).
       fd train-vault-file.
           01 Tmn-rec.
               03 Tmn-key.
                   05 Tmn-userid pic 9(7).
                   05 Tmn-person pic 9(2).
               03 Tmn-name pic N(32).
               03 Tmn-relationship pic N(10).
               03 Tmn-number pic X(12).
               03 Tmn-collected-date pic X(8).
               03 Tmn-purpose pic X(2).
               03 Tmn-registered-by pic 9(7).
               03 Tmn-registered-at pic X(21).
working-storage section.
       01 status-rec.
           03 user-status pic XX.
           03 train-ec-status pic XX.
           03 dep-status pic XX.
           03 train-dep-status pic XX.
           03 train-vault-status pic XX.
       01 confirm-choice pic X.
       *> 全アカウント共通の既知パスワード（研修機専用）
       01 fixed-password pic X(20) value "training1".
       display "user.dat・緊急連絡先・扶養家族を匿名化して".
       display "training-*.dat に出力します（本番ファイルは変更しません）。".
       display "打刻・部署・役職・残高はそのまま研修機へコピーしてください。".
       display "個人番号（mynumber-vault.dat）は研修機へコピーせず、".
       display "空の training-mynumber-vault.dat を使ってください。".
       display "実行しますか？ [y/n]".
       accept confirm-choice.

       perform mask-dependents
           thru mask-dependents-exit.

       *> 個人番号は研修環境に一切持ち出さない（空の保管ファイルのみ作る）
       open output train-vault-file.
       close train-vault-file.

       display " ".
       display "匿名化データを作成しました:".
       display "  training-user.dat              " user-count " 件".
       display "  training-emergency-contact.dat " ec-count " 件".
       display "  training-dependents.dat        " dep-count-rows " 件".
       display "  training-mynumber-vault.dat    0 件（個人番号は出力しません）".
       display "全アカウントのパスワードは「"
           function trim(fixed-password) "」です".
       stop run.

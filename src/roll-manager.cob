identification division.
program-id. kintai-roll-manager.

environment division.
input-output section.
       file-control.
           select roll-file assign to "./dat/roll.dat"
               organization relative
               access mode sequential
               relative key roll-key
               status roll-status.
data division.
file section.
       fd roll-file.
           01 Froll-rec.
               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
working-storage section.
       01 roll-key pic 9(2).
       01 roll-status pic XX.
       01 select-rollid pic 9(2).
       01 select-manager pic X.

procedure division.
main-procedure.
       display "勤怠管理システム".
       display "管理職区分設定モード".

       display "役職一覧を表示します（ID 名称 有効 管理職）".
       open input roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   display Froll-id " " Froll-name " "
                       Froll-active " " Froll-manager
       end-perform.
       close roll-file.

       display "設定する役職IDを入力してください".
       accept select-rollid.

exec-accept-manager.
       display "管理職（課長級以上）に当たる役職ですか (Y/N)".
       accept select-manager.
       move function upper-case(select-manager) to select-manager.
       if select-manager not = "Y" and select-manager not = "N" then
           display "Y か N で入力してください"
           go to exec-accept-manager
       end-if.

       open i-o roll-file.
       perform until roll-status not = "00"
           read roll-file
               not at end
                   if Froll-id = select-rollid then
                       move select-manager to Froll-manager
                       rewrite Froll-rec
                           invalid key
                               display "更新に失敗しました"
                       end-rewrite
                       close roll-file
                       display "役職ID " select-rollid " の管理職区分を "
                           select-manager " にしました"
                       stop run
                   end-if
       end-perform.
       close roll-file.

       display "役職IDが見つかりませんでした".
       stop run.

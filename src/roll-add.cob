               03 Froll-id pic 9(2).
               03 Froll-name pic N(10).
               03 Froll-active pic X.
               03 Froll-manager pic X.
working-storage section.
       01 roll-key pic 9(2).
       01 roll-status pic XX.
       01 idx pic 9(2) value zero.
       01 Oroll-name pic N(10).
       01 Oroll-manager pic X.

procedure division.
main-procedure.
       move Oroll-name to Froll-name.
       move "Y" to Froll-active.

exec-accept-manager.
       *> 管理職（課長級以上）に当たる役職か。女性管理職比率の集計に使う
       display "管理職相当の役職ですか (Y/N)".
       accept Oroll-manager.
       move function upper-case(Oroll-manager) to Oroll-manager.
       if Oroll-manager not = "Y" and Oroll-manager not = "N" then
           display "Y か N で入力してください"
           go to exec-accept-manager
       end-if.
       move Oroll-manager to Froll-manager.

exec-write.
       open extend roll-file.
       write Froll-rec.

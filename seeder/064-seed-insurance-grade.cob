identification division.
program-id. 064-seed-insurance-grade.
environment division.
input-output section.
       file-control.
       select outfile assign to "./dat/insurance-grade.dat"
           organization is relative
           access mode sequential
           relative key is key-num.
data division.
file section.
       fd outfile.
           01 Fig-rec.
               03 Fig-grade pic 9(2).
               03 Fig-lower pic 9(8).
               03 Fig-upper pic 9(8).
               03 Fig-health-std pic 9(8).
               03 Fig-pension-std pic 9(8).
working-storage section.
       01 key-num pic 99.
       *> 健康保険の標準報酬月額等級表（報酬月額の下限と標準報酬月額）
       01 grade-values.
           03 filler pic X(16) value "0000000000058000".
           03 filler pic X(16) value "0006300000068000".
           03 filler pic X(16) value "0007300000078000".
           03 filler pic X(16) value "0008300000088000".
           03 filler pic X(16) value "0009300000098000".
           03 filler pic X(16) value "0010100000104000".
           03 filler pic X(16) value "0010700000110000".
           03 filler pic X(16) value "0011400000118000".
           03 filler pic X(16) value "0012200000126000".
           03 filler pic X(16) value "0013000000134000".
           03 filler pic X(16) value "0013800000142000".
           03 filler pic X(16) value "0014600000150000".
           03 filler pic X(16) value "0015500000160000".
           03 filler pic X(16) value "0016500000170000".
           03 filler pic X(16) value "0017500000180000".
           03 filler pic X(16) value "0018500000190000".
           03 filler pic X(16) value "0019500000200000".
           03 filler pic X(16) value "0021000000220000".
           03 filler pic X(16) value "0023000000240000".
           03 filler pic X(16) value "0025000000260000".
           03 filler pic X(16) value "0027000000280000".
           03 filler pic X(16) value "0029000000300000".
           03 filler pic X(16) value "0031000000320000".
           03 filler pic X(16) value "0033000000340000".
           03 filler pic X(16) value "0035000000360000".
           03 filler pic X(16) value "0037000000380000".
           03 filler pic X(16) value "0039500000410000".
           03 filler pic X(16) value "0042500000440000".
           03 filler pic X(16) value "0045500000470000".
           03 filler pic X(16) value "0048500000500000".
           03 filler pic X(16) value "0051500000530000".
           03 filler pic X(16) value "0054500000560000".
           03 filler pic X(16) value "0057500000590000".
           03 filler pic X(16) value "0060500000620000".
           03 filler pic X(16) value "0063500000650000".
           03 filler pic X(16) value "0066500000680000".
           03 filler pic X(16) value "0069500000710000".
           03 filler pic X(16) value "0073000000750000".
           03 filler pic X(16) value "0077000000790000".
           03 filler pic X(16) value "0081000000830000".
           03 filler pic X(16) value "0085500000880000".
           03 filler pic X(16) value "0090500000930000".
           03 filler pic X(16) value "0095500000980000".
           03 filler pic X(16) value "0100500001030000".
           03 filler pic X(16) value "0105500001090000".
           03 filler pic X(16) value "0111500001150000".
           03 filler pic X(16) value "0117500001210000".
           03 filler pic X(16) value "0123500001270000".
           03 filler pic X(16) value "0129500001330000".
           03 filler pic X(16) value "0135500001390000".
       01 grade-table redefines grade-values.
           03 grade-entry occurs 50 times indexed by grade-idx.
               05 gt-lower pic 9(8).
               05 gt-health-std pic 9(8).

procedure division.
main-procedure.
       display "標準報酬月額等級表を登録します"

       open output outfile.
       perform varying grade-idx from 1 by 1 until grade-idx > 50
           set key-num to grade-idx
           move key-num to Fig-grade
           move gt-lower(grade-idx) to Fig-lower
           if grade-idx < 50
               compute Fig-upper = gt-lower(grade-idx + 1) - 1
           else
               move 99999999 to Fig-upper
           end-if
           move gt-health-std(grade-idx) to Fig-health-std
           *> 厚生年金は 88,000円〜650,000円 の範囲に収める
           evaluate true
           when gt-health-std(grade-idx) < 88000
               move 88000 to Fig-pension-std
           when gt-health-std(grade-idx) > 650000
               move 650000 to Fig-pension-std
           when other
               move gt-health-std(grade-idx) to Fig-pension-std
           end-evaluate
           write Fig-rec
           display Fig-rec
       end-perform.

       close outfile.
       stop run.

         05 In-Employee-First-Name pic x(10).
         05 In-Rank            pic xx.
         05 In-Salary          pic 9(6)V99.
         05 In-Rank-Date       pic 9(8).

       FD Spread-Elect-File.
       01 Spread-Elect-Rec.

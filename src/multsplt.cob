    05 sp-operation-code            picture x(8).
    05 sp-filler-11                 picture x(2).
    05 sp-exponent                  picture x(2).
    05 sp-filler-12                 picture x(2).
    05 sp-multiplier-scale          picture x(2).
    05 sp-filler-13                 picture x(2).
    05 sp-multiplicand-scale        picture x(2).
    05 sp-filler-14                 picture x(2).
    05 sp-result-scale              picture x(2).
    05 sp-filler-15                 picture x(2).
    05 sp-rounding-rule             picture x.
    05 sp-filler-16                 picture x(2).
    05 sp-decimal-answer            picture x(41).

fd  split-out-file.
01  split-out-record                picture x(280).

fd  split-card-file.
01  split-card-record.

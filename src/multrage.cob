    05 ag-operation-code            picture x(8).
    05 ag-filler-12                 picture x(2).
    05 ag-exponent                  picture x(2).
    05 ag-filler-13                 picture x(2).
    05 ag-multiplier-scale          picture x(2).
    05 ag-filler-14                 picture x(2).
    05 ag-multiplicand-scale        picture x(2).
    05 ag-filler-15                 picture x(2).
    05 ag-result-scale              picture x(2).
    05 ag-filler-16                 picture x(2).
    05 ag-rounding-rule             picture x.
    05 ag-filler-17                 picture x(2).
    05 ag-decimal-answer            picture x(41).
    05 ag-filler-18                 picture x(2).
    05 ag-sequence-number           picture x(12).
    05 ag-filler-19                 picture x(2).
    05 ag-chain-value               picture x(15).
    05 ag-filler-20                 picture x(2).
    05 ag-priority-class            picture x.

fd  aging-card-file.
01  aging-card-record.

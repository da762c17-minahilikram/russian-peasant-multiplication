    05 ri-operation-code            picture x(8).
    05 ri-exponent                  picture x(2).
    05 ri-priority-class            picture x.
    05 ri-multiplier-scale          picture x(2).
    05 ri-multiplicand-scale        picture x(2).
    05 ri-result-scale              picture x(2).
    05 ri-rounding-rule             picture x.

fd  recon-out-file.
01  recon-out-record.
    05 ro-operation-code            picture x(8).
    05 ro-filler-11                 picture x(2).
    05 ro-exponent                  picture x(2).
    05 ro-filler-12                 picture x(2).
    05 ro-multiplier-scale          picture x(2).
    05 ro-filler-13                 picture x(2).
    05 ro-multiplicand-scale        picture x(2).
    05 ro-filler-14                 picture x(2).
    05 ro-result-scale              picture x(2).
    05 ro-filler-15                 picture x(2).
    05 ro-rounding-rule             picture x.
    05 ro-filler-16                 picture x(2).
    05 ro-decimal-answer            picture x(41).

fd  recon-audit-file.
01  recon-audit-record.
    05 rc-operation-code            picture x(8).
    05 rc-filler-12                 picture x(2).
    05 rc-exponent                  picture x(2).
    05 rc-filler-13                 picture x(2).
    05 rc-multiplier-scale          picture x(2).
    05 rc-filler-14                 picture x(2).
    05 rc-multiplicand-scale        picture x(2).
    05 rc-filler-15                 picture x(2).
    05 rc-result-scale              picture x(2).
    05 rc-filler-16                 picture x(2).
    05 rc-rounding-rule             picture x.
    05 rc-filler-17                 picture x(2).
    05 rc-decimal-answer            picture x(41).
    05 rc-filler-18                 picture x(2).
    05 rc-sequence-number           picture x(12).
    05 rc-filler-19                 picture x(2).
    05 rc-chain-value               picture x(15).
    05 rc-filler-20                 picture x(2).
    05 rc-priority-class            picture x.

fd  recon-card-file.
01  recon-card-record.

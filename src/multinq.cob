    05 aq-operation-code            picture x(8).
    05 aq-filler-12                 picture x(2).
    05 aq-exponent                  picture x(2).
    05 aq-filler-13                 picture x(2).
    05 aq-multiplier-scale          picture x(2).
    05 aq-filler-14                 picture x(2).
    05 aq-multiplicand-scale        picture x(2).
    05 aq-filler-15                 picture x(2).
    05 aq-result-scale              picture x(2).
    05 aq-filler-16                 picture x(2).
    05 aq-rounding-rule             picture x.
    05 aq-filler-17                 picture x(2).
    05 aq-decimal-answer            picture x(41).
    05 aq-filler-18                 picture x(2).
    05 aq-sequence-number           picture x(12).
    05 aq-filler-19                 picture x(2).
    05 aq-chain-value               picture x(15).
    05 aq-filler-20                 picture x(2).
    05 aq-priority-class            picture x.

fd  inquiry-report-file.
01  inquiry-report-record           picture x(337).

fd  select-card-file.
01  select-card-record.
   05 hd-from-date picture x(8).
   05 filler picture x(3) value ' - '.
   05 hd-to-date picture x(8).
   05 filler picture x(262) value spaces.

procedure division.
begin.
